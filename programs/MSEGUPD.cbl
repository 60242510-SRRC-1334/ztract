000490*                   THE RUN MID-REWRITE.  IT NOW GOES TO THE
000500*                   COMMON REJECT LOG AND IS SKIPPED, THE SAME
000510*                   CLASS TEST PAYRECON APPLIES TO PAY-REF.
000511*  2026-10-15 JLH   SEGREGATION OF DUTIES ON BALANCE CHANGES.  A
000512*                   BL CHANGE MOVING ACCT-BALANCE BY MORE THAN
000513*                   THE CONTROL-CARD THRESHOLD NOW NEEDS A
000514*                   SECOND, DIFFERENT APPROVER (MC-APPROVED-BY)
000515*                   WITH THE AUTHORITY FOR IT ON THE OPERATOR
000516*                   AUTHORITY MASTER (COPY OPRAUTH).  A REFUSAL
000517*                   GOES TO THE COMMON REJECT LOG; EVERY
000518*                   DECISION GOES TO THE APPROVAL LOG (COPY
000519*                   APRVLOG) FOR ACCSRPT.
000520*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000521*                   TO THE COMMON EXECUTION LOG FOR THE
000522*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000523*  2026-10-15 JLH   FIELD-ID TX ON A CU SEGMENT SETS OR CLEARS
000524*                   THE CUSTOMER'S SALES TAX EXEMPTION AND ITS
000525*                   CERTIFICATE NUMBER, WITH THE SAME AUDIT
000526*                   IMAGES.  AN EXEMPTION WITH NO CERTIFICATE IS
000527*                   REJECTED.
000528*****************************************************************
000530*  REMARKS.
000540*      CLASSIC SEQUENTIAL MASTER/TRANSACTION UPDATE, THE SAME
000550*      SHAPE AS INVHUPD.  BOTH FILES MUST BE PRESORTED ASCENDING
000670*      APPLIES MC-NEW-VALUE-NUM TO ACCT-BALANCE - THE PATH THE
000680*      MONTH-END ACCRUAL RUN USES SO BALANCE CHANGES GET THE
000690*      SAME BEFORE/AFTER AUDIT IMAGES AS EVERYTHING ELSE.
000691*      A CU TRANSACTION MAY CARRY FIELD-ID TX, WHICH SETS
000692*      CUST-TAX-EXEMPT-SW AND CUST-EXEMPT-CERT-NR FROM
000693*      MC-NEW-VALUE-EXEMPT.  THE SWITCH MUST BE Y OR N, AND A
000694*      Y MUST CARRY A CERTIFICATE NUMBER; ANYTHING ELSE GOES
000695*      TO THE COMMON REJECT LOG UNAPPLIED.  AN N CLEARS THE
000696*      CERTIFICATE.
000700*      A TRANSACTION WHOSE NEW VALUE MATCHES THE CURRENT FIELD
000710*      VALUE IS APPLIED BUT NO AUDIT RECORD IS WRITTEN, SINCE
000720*      NOTHING CHANGED.  A TRANSACTION WITH NO MATCHING MASTER
000730*      SEGMENT IS WRITTEN TO THE COMMON REJECT LOG AND SKIPPED
000740*      RATHER THAN ABENDING THE RUN.
000741*
000742*      A BL CHANGE THAT MOVES ACCT-BALANCE BY MORE THAN THE
000743*      THRESHOLD ON THE CONTROL CARD (DEFAULT 10,000.00) IS
000744*      ONLY APPLIED WHEN MC-APPROVED-BY NAMES A SECOND OPERATOR,
000745*      NOT THE ONE WHO KEYED IT, WHO IS ACTIVE ON THE AUTHORITY
000746*      MASTER IN AN APPROVING ROLE WITH A LIMIT COVERING THE
000747*      MOVEMENT.  A CHANGE RAISED BY A BATCH JOB ENTERED ON THE
000748*      MASTER WITH ROLE SY (ACCRUAL, ACCTPOST, RMAPROC AND THE
000749*      LIKE) IS PROVEN BY THAT JOB'S OWN CONTROLS AND PASSES
000751*      WITHOUT ONE.  A REFUSED CHANGE IS LEFT UNAPPLIED AND
000753*      WRITTEN TO THE COMMON REJECT LOG; EVERY DECISION ON A
000755*      CHANGE OVER THE THRESHOLD GOES TO THE APPROVAL LOG.
000757*****************************************************************
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.   IBM-370.
000790 OBJECT-COMPUTER.   IBM-370.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000813     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000816            ORGANIZATION IS SEQUENTIAL.
000820     SELECT MSEG-IN       ASSIGN TO MSEGIN
000830            ORGANIZATION IS SEQUENTIAL.
000840     SELECT MSEG-CHG-IN   ASSIGN TO MCHGIN
000890            ORGANIZATION IS SEQUENTIAL.
000900     SELECT REJECT-OUT    ASSIGN TO REJOUT
000910            ORGANIZATION IS SEQUENTIAL.
000911     SELECT AUTHORITY-IN  ASSIGN TO OPRAUTH
000912            ORGANIZATION IS SEQUENTIAL.
000913     SELECT OPTIONAL
000914            APPROVAL-LOG  ASSIGN TO APRVLOG
000915            ORGANIZATION IS SEQUENTIAL
000916            FILE STATUS IS WS-APRVLOG-STATUS.
000917     SELECT OPTIONAL
000918            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000919            ORGANIZATION IS SEQUENTIAL
000922            FILE STATUS IS WS-EXECLOG-STATUS.

000925 DATA DIVISION.
000930 FILE SECTION.
000932 FD  CONTROL-CARD-IN
000934     LABEL RECORDS ARE STANDARD.
000936 01  CONTROL-CARD-RECORD.
000938     05  CC-BL-THRESHOLD           PIC 9(09)V99.

000940 FD  MSEG-IN
000950     LABEL RECORDS ARE STANDARD.
000960 COPY MSEGREC.
001070     LABEL RECORDS ARE STANDARD.
001080 COPY REJCREC.

001081 FD  AUTHORITY-IN
001082     LABEL RECORDS ARE STANDARD.
001083 COPY OPRAUTH.

001084 FD  APPROVAL-LOG
001085     LABEL RECORDS ARE STANDARD.
001086 COPY APRVLOG.

001087 FD  EXEC-LOG-OUT
001088     LABEL RECORDS ARE STANDARD.
001089 COPY EXECLOG.

001090 WORKING-STORAGE SECTION.
001095 01  WS-APRVLOG-STATUS         PIC X(02)  VALUE SPACES.
001097 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001100 01  WS-SWITCHES.
001110     05  WS-MASTER-EOF         PIC X(01)  VALUE 'N'.
001120         88  MASTER-EOF                   VALUE 'Y'.
001160         88  WS-FIELD-CHANGED             VALUE 'Y'.
001170     05  WS-VALUE-BAD-SW       PIC X(01)  VALUE 'N'.
001180         88  WS-VALUE-BAD                 VALUE 'Y'.
001181     05  WS-AUTH-EOF           PIC X(01)  VALUE 'N'.
001182         88  AUTH-EOF                     VALUE 'Y'.
001183     05  WS-USER-FOUND-SW      PIC X(01)  VALUE 'N'.
001184         88  WS-USER-FOUND                VALUE 'Y'.
001185     05  WS-AUTH-REFUSED-SW    PIC X(01)  VALUE 'N'.
001186         88  WS-AUTH-REFUSED              VALUE 'Y'.

001190 01  WS-COUNTERS                          COMP.
001200     05  WS-MASTERS-READ       PIC 9(09)  VALUE ZERO.
001220     05  WS-TRANS-APPLIED      PIC 9(09)  VALUE ZERO.
001230     05  WS-TRANS-REJECTED     PIC 9(09)  VALUE ZERO.
001240     05  WS-FIELDS-AUDITED     PIC 9(09)  VALUE ZERO.
001242     05  WS-BL-APPROVED        PIC 9(09)  VALUE ZERO.
001244     05  WS-BL-REFUSED         PIC 9(09)  VALUE ZERO.
001246     05  WS-AUTH-COUNT         PIC 9(04)  VALUE ZERO.
001248     05  WS-AUTH-NDX           PIC 9(04)  VALUE ZERO.

001250 01  WS-BEFORE-VALUE           PIC X(60)  VALUE SPACES.
001260 01  WS-AFTER-VALUE            PIC X(60)  VALUE SPACES.
001280 01  WS-AMOUNT-EDIT            PIC -(11)9.99.
001290 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001300 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001301 01  WS-BL-THRESHOLD           PIC S9(11)V99 COMP-3 VALUE ZERO.
001302 01  WS-BL-MOVEMENT            PIC S9(11)V99 COMP-3 VALUE ZERO.
001303 01  WS-SEARCH-USER            PIC X(08)  VALUE SPACES.
001304 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

001305*----------------------------------------------------------------
001306*    THE OPERATOR AUTHORITY MASTER, HELD IN STORAGE FOR THE RUN.
001307*----------------------------------------------------------------
001308 01  WS-AUTHORITY-TABLE.
001309     05  WS-AT-ENTRY OCCURS 1 TO 500 TIMES
001310                     DEPENDING ON WS-AUTH-COUNT.
001311         10  WS-AT-USER-ID      PIC X(08).
001312         10  WS-AT-ROLE         PIC X(02).
001313             88  WS-AT-MAY-APPROVE        VALUE 'AP' 'MG'.
001314             88  WS-AT-SYSTEM-JOB         VALUE 'SY'.
001315         10  WS-AT-STATUS       PIC X(01).
001316             88  WS-AT-ACTIVE             VALUE 'A'.
001317         10  WS-AT-LIMIT        PIC S9(11)V99 COMP-3.

001318 PROCEDURE DIVISION.
001320*---------------------------------------------------------------*
001330 0000-MAINLINE.
001340*---------------------------------------------------------------*
001343     PERFORM 9700-LOG-STEP-START
001346          THRU 9700-LOG-STEP-START-EXIT.
001350     PERFORM 1000-INITIALIZE
001360          THRU 1000-INITIALIZE-EXIT.
001370     PERFORM 2000-PROCESS-MASTER
001420          UNTIL TRAN-EOF.
001430     PERFORM 9000-TERMINATE
001440          THRU 9000-TERMINATE-EXIT.
001443     PERFORM 9710-LOG-STEP-END
001446          THRU 9710-LOG-STEP-END-EXIT.
001450     GOBACK.

001460*---------------------------------------------------------------*
001480*---------------------------------------------------------------*
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     ACCEPT WS-RUN-TIME FROM TIME.
001501     MOVE 10000.00 TO WS-BL-THRESHOLD.
001502     OPEN INPUT CONTROL-CARD-IN.
001503     READ CONTROL-CARD-IN
001504         AT END
001505             DISPLAY 'MSEGUPD - NO CONTROL CARD, BL THRESHOLD '
001506                     'DEFAULTED'
001507         NOT AT END
001508             IF CC-BL-THRESHOLD NUMERIC
001509                AND CC-BL-THRESHOLD > ZERO
001510                 MOVE CC-BL-THRESHOLD TO WS-BL-THRESHOLD
001511             END-IF
001512     END-READ.
001513     CLOSE CONTROL-CARD-IN.
001514     OPEN INPUT AUTHORITY-IN.
001515     PERFORM 1100-LOAD-AUTHORITY
001516          THRU 1100-LOAD-AUTHORITY-EXIT
001517          UNTIL AUTH-EOF.
001518     CLOSE AUTHORITY-IN.
001519     OPEN EXTEND APPROVAL-LOG.
001520     OPEN INPUT  MSEG-IN
001521                 MSEG-CHG-IN
001530          OUTPUT MSEG-OUT
001540                 AUDIT-OUT
001550                 REJECT-OUT.
001620 1000-INITIALIZE-EXIT.
001630     EXIT.

001631 1100-LOAD-AUTHORITY.
001632     READ AUTHORITY-IN
001633         AT END
001634             SET AUTH-EOF TO TRUE
001635             GO TO 1100-LOAD-AUTHORITY-EXIT
001636     END-READ.
001637     IF WS-AUTH-COUNT NOT < 500
001638         DISPLAY 'MSEGUPD - AUTHORITY TABLE FULL, SKIPPING '
001639                 UA-USER-ID
001640         GO TO 1100-LOAD-AUTHORITY-EXIT
001641     END-IF.
001642     ADD 1 TO WS-AUTH-COUNT.
001643     MOVE UA-USER-ID        TO WS-AT-USER-ID (WS-AUTH-COUNT).
001644     MOVE UA-ROLE           TO WS-AT-ROLE (WS-AUTH-COUNT).
001645     MOVE UA-STATUS         TO WS-AT-STATUS (WS-AUTH-COUNT).
001646     MOVE UA-APPROVAL-LIMIT TO WS-AT-LIMIT (WS-AUTH-COUNT).
001647 1100-LOAD-AUTHORITY-EXIT.
001648     EXIT.

001649*---------------------------------------------------------------*
001650*    FOR THE CURRENT MASTER SEGMENT, APPLY EVERY TRANSACTION     *
001660*    THAT MATCHES ITS COMMON-KEY AND SEGMENT-ID (THERE MAY BE    *
001670*    SEVERAL, APPLIED IN ARRIVAL ORDER), THEN WRITE THE          *
001980              THRU 2300-WRITE-AUDIT-RECORD-EXIT
001990         ADD 1 TO WS-FIELDS-AUDITED
002000     END-IF.
002010     IF WS-VALUE-BAD OR WS-AUTH-REFUSED
002020         ADD 1 TO WS-TRANS-REJECTED
002030     ELSE
002040         ADD 1 TO WS-TRANS-APPLIED
002170 2200-APPLY-ONE-FIELD.
002180*---------------------------------------------------------------*
002190     MOVE 'N' TO WS-FIELD-CHANGED-SW
002200                 WS-VALUE-BAD-SW
002205                 WS-AUTH-REFUSED-SW.
002210     MOVE SPACES TO WS-BEFORE-VALUE WS-AFTER-VALUE WS-FIELD-NAME.
002220     EVALUATE TRUE
002222         WHEN SEGMENT-IS-CUSTOMER AND MC-FIELD-IS-TAX-EXEMPT
002224             PERFORM 2240-APPLY-TAX-EXEMPTION
002226                  THRU 2240-APPLY-TAX-EXEMPTION-EXIT
002230         WHEN SEGMENT-IS-CUSTOMER
002240             MOVE 'CUST-PHONE'     TO WS-FIELD-NAME
002250             MOVE CUST-PHONE       TO WS-BEFORE-VALUE
002350                 PERFORM 2250-REJECT-BAD-VALUE
002360                      THRU 2250-REJECT-BAD-VALUE-EXIT
002370             ELSE
002371                 PERFORM 2260-CHECK-SECOND-APPROVER
002372                      THRU 2260-CHECK-SECOND-APPROVER-EXIT
002373             END-IF
002374             IF WS-VALUE-BAD OR WS-AUTH-REFUSED
002375                 CONTINUE
002376             ELSE
002380                 MOVE 'ACCT-BALANCE'   TO WS-FIELD-NAME
002390                 MOVE ACCT-BALANCE     TO WS-AMOUNT-EDIT
002400                 MOVE WS-AMOUNT-EDIT   TO WS-BEFORE-VALUE
002670 2200-APPLY-ONE-FIELD-EXIT.
002680     EXIT.

002681*---------------------------------------------------------------*
002682*    A TX TRANSACTION: THE EXEMPTION SWITCH AND CERTIFICATE      *
002683*    NUMBER CHANGE TOGETHER AND AUDIT AS ONE VALUE.  A BAD       *
002684*    SWITCH, OR AN EXEMPTION WITH NO CERTIFICATE, IS REJECTED.   *
002685*---------------------------------------------------------------*
002686 2240-APPLY-TAX-EXEMPTION.
002687*---------------------------------------------------------------*
002688     IF MC-NEW-EXEMPT-SW NOT = 'Y' AND NOT = 'N'
002689         MOVE 'TX SWITCH NOT Y OR N' TO WS-REJECT-REASON
002690         PERFORM 2255-REJECT-BAD-EXEMPTION
002691              THRU 2255-REJECT-BAD-EXEMPTION-EXIT
002692         GO TO 2240-APPLY-TAX-EXEMPTION-EXIT
002693     END-IF.
002694     IF MC-NEW-EXEMPT-SW = 'Y'
002695        AND MC-NEW-EXEMPT-CERT-NR = SPACES
002696         MOVE 'TX EXEMPTION HAS NO CERTIFICATE NUMBER'
002697           TO WS-REJECT-REASON
002698         PERFORM 2255-REJECT-BAD-EXEMPTION
002699              THRU 2255-REJECT-BAD-EXEMPTION-EXIT
002700         GO TO 2240-APPLY-TAX-EXEMPTION-EXIT
002701     END-IF.
002702     MOVE 'CUST-TAX-EXEMPT-SW' TO WS-FIELD-NAME.
002703     STRING CUST-TAX-EXEMPT-SW  DELIMITED BY SIZE
002704            ' '                 DELIMITED BY SIZE
002705            CUST-EXEMPT-CERT-NR DELIMITED BY SIZE
002706            INTO WS-BEFORE-VALUE.
002707     MOVE MC-NEW-EXEMPT-SW TO CUST-TAX-EXEMPT-SW.
002708     IF CUST-TAX-EXEMPT
002709         MOVE MC-NEW-EXEMPT-CERT-NR TO CUST-EXEMPT-CERT-NR
002710     ELSE
002711         MOVE SPACES TO CUST-EXEMPT-CERT-NR
002712     END-IF.
002713     STRING CUST-TAX-EXEMPT-SW  DELIMITED BY SIZE
002714            ' '                 DELIMITED BY SIZE
002715            CUST-EXEMPT-CERT-NR DELIMITED BY SIZE
002716            INTO WS-AFTER-VALUE.
002717 2240-APPLY-TAX-EXEMPTION-EXIT.
002718     EXIT.

002719*---------------------------------------------------------------*
002720*    A BL TRANSACTION WHOSE NEW VALUE IS NOT A VALID NUMBER IS   *
002721*    LOGGED TO THE COMMON REJECT LOG AND LEFT UNAPPLIED.         *
002722*---------------------------------------------------------------*
002730 2250-REJECT-BAD-VALUE.
002740*---------------------------------------------------------------*
002750     SET WS-VALUE-BAD TO TRUE.
002860 2250-REJECT-BAD-VALUE-EXIT.
002870     EXIT.

002871*---------------------------------------------------------------*
002872*    A TX TRANSACTION THAT FAILS ITS EDIT IS LOGGED TO THE       *
002873*    COMMON REJECT LOG AND LEFT UNAPPLIED.                       *
002874*---------------------------------------------------------------*
002875 2255-REJECT-BAD-EXEMPTION.
002876*---------------------------------------------------------------*
002877     SET WS-VALUE-BAD TO TRUE.
002878     DISPLAY 'MSEGUPD - ' WS-REJECT-REASON ' FOR KEY '
002879             MC-COMMON-KEY.
002880     MOVE SPACES              TO REJECT-RECORD.
002881     MOVE 'MSEGUPD'           TO RJ-SOURCE-FILE.
002882     MOVE MC-COMMON-KEY       TO RJ-KEY-FIELD.
002883     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002884     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002885     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002886     WRITE REJECT-RECORD.
002887 2255-REJECT-BAD-EXEMPTION-EXIT.
002888     EXIT.

002889*---------------------------------------------------------------*
002890*    A BL CHANGE MOVING THE BALANCE BY MORE THAN THE THRESHOLD   *
002891*    NEEDS A SECOND APPROVER, DIFFERENT FROM THE REQUESTER, WITH *
002892*    THE AUTHORITY FOR THE MOVEMENT.  A BATCH JOB ON THE MASTER  *
002893*    WITH ROLE SY PASSES WITHOUT ONE.  THE FIRST RULE BROKEN IS  *
002894*    THE ONE REPORTED.                                           *
002895*---------------------------------------------------------------*
002896 2260-CHECK-SECOND-APPROVER.
002897*---------------------------------------------------------------*
002898     COMPUTE WS-BL-MOVEMENT = MC-NEW-VALUE-NUM - ACCT-BALANCE.
002899     IF WS-BL-MOVEMENT < ZERO
002900         COMPUTE WS-BL-MOVEMENT = 0 - WS-BL-MOVEMENT
002901     END-IF.
002902     IF WS-BL-MOVEMENT NOT > WS-BL-THRESHOLD
002903         GO TO 2260-CHECK-SECOND-APPROVER-EXIT
002904     END-IF.
002905     MOVE MC-CHANGED-BY TO WS-SEARCH-USER.
002906     PERFORM 2270-FIND-USER
002907          THRU 2270-FIND-USER-EXIT.
002908     IF WS-USER-FOUND
002909         IF WS-AT-SYSTEM-JOB (WS-AUTH-NDX)
002910            AND WS-AT-ACTIVE (WS-AUTH-NDX)
002911             GO TO 2260-CHECK-SECOND-APPROVER-EXIT
002912         END-IF
002913     END-IF.
002914     MOVE SPACES TO WS-REJECT-REASON.
002915     MOVE MC-APPROVED-BY TO WS-SEARCH-USER.
002916     PERFORM 2270-FIND-USER
002917          THRU 2270-FIND-USER-EXIT.
002918     EVALUATE TRUE
002919         WHEN MC-APPROVED-BY = SPACES
002920             MOVE 'BL CHANGE NEEDS A SECOND APPROVER'
002921               TO WS-REJECT-REASON
002922         WHEN MC-APPROVED-BY = MC-CHANGED-BY
002923             MOVE 'SECOND APPROVER SAME AS REQUESTER'
002924               TO WS-REJECT-REASON
002925         WHEN NOT WS-USER-FOUND
002926             MOVE 'SECOND APPROVER NOT ON AUTHORITY MASTER'
002927               TO WS-REJECT-REASON
002928         WHEN NOT WS-AT-ACTIVE (WS-AUTH-NDX)
002929             MOVE 'SECOND APPROVER AUTHORITY REVOKED'
002930               TO WS-REJECT-REASON
002931         WHEN NOT WS-AT-MAY-APPROVE (WS-AUTH-NDX)
002932             MOVE 'SECOND APPROVER ROLE MAY NOT APPROVE'
002933               TO WS-REJECT-REASON
002934         WHEN WS-BL-MOVEMENT > WS-AT-LIMIT (WS-AUTH-NDX)
002935             MOVE 'BL CHANGE ABOVE SECOND APPROVER LIMIT'
002936               TO WS-REJECT-REASON
002937     END-EVALUATE.
002938     IF WS-REJECT-REASON NOT = SPACES
002939         SET WS-AUTH-REFUSED TO TRUE
002940         ADD 1 TO WS-BL-REFUSED
002941         DISPLAY 'MSEGUPD - BL CHANGE REFUSED FOR KEY '
002942                 MC-COMMON-KEY
002943         MOVE SPACES              TO REJECT-RECORD
002944         MOVE 'MSEGUPD'           TO RJ-SOURCE-FILE
002945         MOVE MC-COMMON-KEY       TO RJ-KEY-FIELD
002946         MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED
002947         MOVE WS-RUN-DATE         TO RJ-REJECT-DATE
002948         MOVE WS-RUN-TIME         TO RJ-REJECT-TIME
002949         WRITE REJECT-RECORD
002950     ELSE
002951         ADD 1 TO WS-BL-APPROVED
002952     END-IF.
002953     PERFORM 2290-WRITE-APPROVAL-LOG
002954          THRU 2290-WRITE-APPROVAL-LOG-EXIT.
002955 2260-CHECK-SECOND-APPROVER-EXIT.
002956     EXIT.

002957 2270-FIND-USER.
002958     MOVE 'N' TO WS-USER-FOUND-SW.
002959     PERFORM 2280-SCAN-USER-ENTRY
002960          THRU 2280-SCAN-USER-ENTRY-EXIT
002961          VARYING WS-AUTH-NDX FROM 1 BY 1
002962          UNTIL WS-AUTH-NDX > WS-AUTH-COUNT
002963             OR WS-USER-FOUND.
002964*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002965*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002966     IF WS-USER-FOUND
002967         SUBTRACT 1 FROM WS-AUTH-NDX
002968     END-IF.
002969 2270-FIND-USER-EXIT.
002970     EXIT.

002971 2280-SCAN-USER-ENTRY.
002972     IF WS-AT-USER-ID (WS-AUTH-NDX) = WS-SEARCH-USER
002973         SET WS-USER-FOUND TO TRUE
002974     END-IF.
002975 2280-SCAN-USER-ENTRY-EXIT.
002976     EXIT.

002977 2290-WRITE-APPROVAL-LOG.
002978     MOVE SPACES              TO APPROVAL-LOG-RECORD.
002979     MOVE WS-RUN-DATE         TO AG-DECISION-DATE.
002980     MOVE WS-RUN-TIME         TO AG-DECISION-TIME.
002981     IF MC-APPROVED-BY NOT = SPACES
002982         MOVE MC-APPROVED-BY  TO AG-USER-ID
002983     ELSE
002984         MOVE MC-CHANGED-BY   TO AG-USER-ID
002985     END-IF.
002986     MOVE 'MSEGUPD'           TO AG-SOURCE.
002987     SET AG-BALANCE-CHANGE    TO TRUE.
002988     MOVE MC-COMMON-KEY       TO AG-ITEM-KEY.
002989     MOVE WS-BL-MOVEMENT      TO AG-AMOUNT-HOME.
002990     IF WS-USER-FOUND
002991         MOVE WS-AT-LIMIT (WS-AUTH-NDX) TO AG-USER-LIMIT
002992         MOVE WS-AT-ROLE (WS-AUTH-NDX)  TO AG-USER-ROLE
002993     ELSE
002994         MOVE ZERO                      TO AG-USER-LIMIT
002995     END-IF.
002996     MOVE MC-CHANGED-BY       TO AG-OTHER-USER.
002997     IF WS-AUTH-REFUSED
002998         SET AG-REFUSED        TO TRUE
002999         MOVE WS-REJECT-REASON TO AG-REASON
003000     ELSE
003001         SET AG-GRANTED        TO TRUE
003002     END-IF.
003003     WRITE APPROVAL-LOG-RECORD.
003004 2290-WRITE-APPROVAL-LOG-EXIT.
003005     EXIT.

003006 2300-WRITE-AUDIT-RECORD.
003007     MOVE SPACES             TO AUDIT-LOG-RECORD.
003008     MOVE SEGMENT-ID         TO AU-SEGMENT-ID.
003009     MOVE COMMON-KEY         TO AU-COMMON-KEY.
003010     MOVE WS-FIELD-NAME      TO AU-FIELD-NAME.
003011     MOVE WS-BEFORE-VALUE    TO AU-BEFORE-VALUE.
003012     MOVE WS-AFTER-VALUE     TO AU-AFTER-VALUE.
003013     MOVE MC-CHANGE-DATE     TO AU-CHANGE-DATE.
003014     MOVE MC-CHANGE-TIME     TO AU-CHANGE-TIME.
003015     MOVE MC-CHANGED-BY      TO AU-CHANGED-BY.
003016     WRITE AUDIT-LOG-RECORD.
003017 2300-WRITE-AUDIT-RECORD-EXIT.
003018     EXIT.

003019*---------------------------------------------------------------*
003020*    ANY TRANSACTIONS LEFT AFTER THE MASTER FILE IS EXHAUSTED    *
003030*    HAVE NO MATCHING MASTER SEGMENT AND ARE LOGGED AS REJECTS.  *
003040*---------------------------------------------------------------*
003340              WS-TRANS-REJECTED.
003350     DISPLAY 'MSEGUPD - FIELDS AUDITED..........: '
003360              WS-FIELDS-AUDITED.
003362     DISPLAY 'MSEGUPD - BL CHANGES APPROVED.....: '
003364              WS-BL-APPROVED.
003366     DISPLAY 'MSEGUPD - BL CHANGES REFUSED......: '
003368              WS-BL-REFUSED.
003370     CLOSE MSEG-IN MSEG-CHG-IN MSEG-OUT AUDIT-OUT REJECT-OUT
003375           APPROVAL-LOG.
003380 9000-TERMINATE-EXIT.
003390     EXIT.

003400*---------------------------------------------------------------*
003410*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003420*---------------------------------------------------------------*
003430 9700-LOG-STEP-START.
003440*---------------------------------------------------------------*
003450     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003460     MOVE 'MSEGUPD'         TO EX-JOB-NAME.
003470     SET EX-STEP-START      TO TRUE.
003480     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003490     ACCEPT EX-RUN-TIME FROM TIME.
003500     MOVE ZERO              TO EX-RECORDS-READ
003510                               EX-RECORDS-WRITTEN
003520                               EX-REJECT-COUNT
003530                               EX-COMPLETION-CODE.
003540     OPEN EXTEND EXEC-LOG-OUT.
003550     WRITE EXECUTION-LOG-RECORD.
003560     CLOSE EXEC-LOG-OUT.
003570 9700-LOG-STEP-START-EXIT.
003580     EXIT.

003590*---------------------------------------------------------------*
003600*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003610*    ENDING WITH.                                               *
003620*---------------------------------------------------------------*
003630 9710-LOG-STEP-END.
003640*---------------------------------------------------------------*
003650     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003660     MOVE 'MSEGUPD'         TO EX-JOB-NAME.
003670     SET EX-STEP-END        TO TRUE.
003680     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003690     ACCEPT EX-RUN-TIME FROM TIME.
003700     MOVE WS-TRANS-READ     TO EX-RECORDS-READ.
003710     MOVE WS-TRANS-APPLIED  TO EX-RECORDS-WRITTEN.
003720     MOVE WS-TRANS-REJECTED TO EX-REJECT-COUNT.
003730     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003740     OPEN EXTEND EXEC-LOG-OUT.
003750     WRITE EXECUTION-LOG-RECORD.
003760     CLOSE EXEC-LOG-OUT.
003770 9710-LOG-STEP-END-EXIT.
003780     EXIT.
