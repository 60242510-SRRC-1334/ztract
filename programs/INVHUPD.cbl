000530*                   COPYING THE WHOLE MASTER TO CHANGE A
000540*                   HANDFUL OF STATUSES.  THE INVOICE-OUT FILE
000550*                   IS GONE.
000551*  2026-10-15 JLH   APPROVAL AUTHORITY.  A MOVE TO APPROVED IS
000552*                   NOW TESTED AGAINST THE OPERATOR AUTHORITY
000553*                   MASTER (COPY OPRAUTH) - ROLE, HOME-CURRENCY
000554*                   LIMIT AND DEPARTMENTS - AND REFUSED WHEN THE
000555*                   APPROVER ENTERED OR LAST CHANGED THE
000556*                   INVOICE.  A REFUSAL GOES TO THE COMMON
000557*                   REJECT LOG; EVERY DECISION GOES TO THE
000558*                   APPROVAL LOG (COPY APRVLOG) FOR ACCSRPT.
000559*                   EVERY APPLIED CHANGE NOW STAMPS
000560*                   INV-LAST-CHANGED-BY.
000561*  2026-10-15 JLH   EACH STATUS CHANGE'S DATE IS CHECKED AGAINST
000562*                   THE FISCAL PERIOD CALENDAR - A CHANGE DATED
000563*                   IN A CLOSED PERIOD ROLLS FORWARD OR GOES TO
000564*                   THE REJECT LOG, AS SET ON THE PERIOD CONTROL
000565*                   CARD.
000566*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000567*                   TO THE COMMON EXECUTION LOG FOR THE
000568*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000569*****************************************************************
000570*  REMARKS.
000580*      KEYED MASTER/TRANSACTION UPDATE.  THE TRANSACTION FILE
000590*      MUST STILL BE PRESORTED ASCENDING ON SC-INVOICE-ID AND
000650*      REWRITE.  A TRANSACTION WITH NO MATCHING MASTER IS
000660*      REPORTED TO THE COMMON REJECT LOG AND SKIPPED RATHER
000670*      THAN ABENDING THE RUN.
000671*
000672*      A TRANSACTION MOVING AN INVOICE TO APPROVED (OTHER THAN
000673*      PAYVOID'S RETURN OF A PAID INVOICE) IS AN APPROVAL, AND
000674*      SC-CHANGED-BY MUST HOLD THE AUTHORITY FOR IT:
000675*
000676*          - ON THE AUTHORITY MASTER, ACTIVE, IN AN APPROVING
000677*            ROLE (AP OR MG)
000678*          - NOT THE OPERATOR WHO ENTERED THE INVOICE OR WHO
000679*            LAST CHANGED IT
000680*          - THE INVOICE'S HOME-CURRENCY TOTAL (ITS ABSOLUTE
000681*            VALUE, FOR A CREDIT MEMO) WITHIN THE APPROVER'S
000682*            LIMIT - AN INVOICE CURRCNV COULD NOT CONVERT HAS
000683*            NO HOME VALUE TO TEST AND IS REFUSED
000684*          - EVERY DEPT-CODE ON THE INVOICE AMONG THE
000685*            APPROVER'S DEPARTMENTS
000686*
000687*      A REFUSED APPROVAL IS LEFT UNAPPLIED AND WRITTEN TO THE
000688*      COMMON REJECT LOG WITH THE RULE IT BROKE.  GRANTED OR
000689*      REFUSED, THE DECISION IS APPENDED TO THE APPROVAL LOG.
000690*
000691*      EVERY TRANSACTION THAT WOULD CHANGE A STATUS HAS ITS
000692*      SC-CHANGE-DATE CHECKED AGAINST THE FISCAL PERIOD
000693*      CALENDAR (COPY FISCPER) BEFORE ANYTHING ELSE.  A DATE IN
000694*      A CLOSED PERIOD IS EITHER ROLLED FORWARD TO THE START OF
000695*      THE FIRST OPEN PERIOD - THE HISTORY RECORD CARRIES THE
000696*      ROLLED DATE - OR, BY DEFAULT, THE TRANSACTION GOES TO
000697*      THE REJECT LOG UNAPPLIED.  THE PERIOD CONTROL CARD (COPY
000698*      PERCTL) SETS WHICH; ITS POSTING DATE IS NOT USED HERE,
000699*      SINCE EACH TRANSACTION CARRIES ITS OWN.
000700*****************************************************************
000701 ENVIRONMENT DIVISION.
000702 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.   IBM-370.
000720 OBJECT-COMPUTER.   IBM-370.
000730 INPUT-OUTPUT SECTION.
000850            ORGANIZATION IS SEQUENTIAL.
000860     SELECT REJECT-OUT    ASSIGN TO REJOUT
000870            ORGANIZATION IS SEQUENTIAL.
000871     SELECT AUTHORITY-IN  ASSIGN TO OPRAUTH
000872            ORGANIZATION IS SEQUENTIAL.
000873     SELECT OPTIONAL
000874            APPROVAL-LOG  ASSIGN TO APRVLOG
000875            ORGANIZATION IS SEQUENTIAL
000876            FILE STATUS IS WS-APRVLOG-STATUS.
000877     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000878            ORGANIZATION IS SEQUENTIAL.
000879     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000880            ORGANIZATION IS SEQUENTIAL.
000881     SELECT OPTIONAL
000882            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000883            ORGANIZATION IS SEQUENTIAL
000884            FILE STATUS IS WS-EXECLOG-STATUS.

000885 DATA DIVISION.
000890 FILE SECTION.
000900 FD  INVOICE-MASTER
000910     LABEL RECORDS ARE STANDARD.
001000     LABEL RECORDS ARE STANDARD.
001010 COPY REJCREC.

001011 FD  AUTHORITY-IN
001012     LABEL RECORDS ARE STANDARD.
001013 COPY OPRAUTH.

001014 FD  APPROVAL-LOG
001015     LABEL RECORDS ARE STANDARD.
001016 COPY APRVLOG.

001017 FD  PERIOD-CONTROL-IN
001018     LABEL RECORDS ARE STANDARD.
001019 COPY PERCTL.

001020 FD  PERIOD-CALENDAR
001021     LABEL RECORDS ARE STANDARD.
001022 COPY FISCPER.

001023 FD  EXEC-LOG-OUT
001024     LABEL RECORDS ARE STANDARD.
001025 COPY EXECLOG.

001026 WORKING-STORAGE SECTION.
001030 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
001035 01  WS-APRVLOG-STATUS         PIC X(02)  VALUE SPACES.
001037 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001040 01  WS-SWITCHES.
001050     05  WS-TRAN-EOF           PIC X(01)  VALUE 'N'.
001080         88  WS-MASTER-FOUND              VALUE 'Y'.
001090     05  WS-GROUP-CHANGED-SW   PIC X(01)  VALUE 'N'.
001100         88  WS-GROUP-CHANGED             VALUE 'Y'.
001101     05  WS-AUTH-EOF           PIC X(01)  VALUE 'N'.
001102         88  AUTH-EOF                     VALUE 'Y'.
001103     05  WS-USER-FOUND-SW      PIC X(01)  VALUE 'N'.
001104         88  WS-USER-FOUND                VALUE 'Y'.
001105     05  WS-AUTH-REFUSED-SW    PIC X(01)  VALUE 'N'.
001106         88  WS-AUTH-REFUSED              VALUE 'Y'.
001107     05  WS-DEPT-COVERED-SW    PIC X(01)  VALUE 'N'.
001108         88  WS-DEPT-COVERED              VALUE 'Y'.

001110 01  WS-COUNTERS                          COMP.
001120     05  WS-MASTERS-READ       PIC 9(09)  VALUE ZERO.
001140     05  WS-TRANS-APPLIED      PIC 9(09)  VALUE ZERO.
001150     05  WS-TRANS-REJECTED     PIC 9(09)  VALUE ZERO.
001160     05  WS-CURR-SEQ-NR        PIC 9(04)  VALUE ZERO.
001161     05  WS-APPROVALS-GRANTED  PIC 9(09)  VALUE ZERO.
001162     05  WS-APPROVALS-REFUSED  PIC 9(09)  VALUE ZERO.
001163     05  WS-PERIOD-REJECTS     PIC 9(09)  VALUE ZERO.
001164     05  WS-PERIOD-ROLLS       PIC 9(09)  VALUE ZERO.
001165     05  WS-AUTH-COUNT         PIC 9(04)  VALUE ZERO.
001166     05  WS-AUTH-NDX           PIC 9(04)  VALUE ZERO.
001167     05  WS-DEPT-NDX           PIC 9(02)  VALUE ZERO.
001168     05  WS-UA-DEPT-NDX        PIC 9(02)  VALUE ZERO.

001170 01  WS-CURRENT-KEY            PIC 9(10)  VALUE ZERO.

001180 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001190 01  WS-RUN-TIME                PIC 9(06)  VALUE ZERO.
001191 01  WS-REJECT-REASON           PIC X(40)  VALUE SPACES.
001192 01  WS-APPROVAL-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZERO.

001193*----------------------------------------------------------------
001194*    THE OPERATOR AUTHORITY MASTER, HELD IN STORAGE FOR THE RUN.
001195*----------------------------------------------------------------
001196 01  WS-AUTHORITY-TABLE.
001197     05  WS-AT-ENTRY OCCURS 1 TO 500 TIMES
001198                     DEPENDING ON WS-AUTH-COUNT.
001199         10  WS-AT-USER-ID      PIC X(08).
001200         10  WS-AT-ROLE         PIC X(02).
001201             88  WS-AT-MAY-APPROVE        VALUE 'AP' 'MG'.
001202         10  WS-AT-STATUS       PIC X(01).
001203             88  WS-AT-ACTIVE             VALUE 'A'.
001204         10  WS-AT-LIMIT        PIC S9(11)V99 COMP-3.
001205         10  WS-AT-DEPT-COUNT   PIC 9(02).
001206         10  WS-AT-DEPT-CODE    PIC X(04) OCCURS 8 TIMES.

001207*----------------------------------------------------------------
001208*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001209*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001210*    CARD (COPY PERCTL).
001211*----------------------------------------------------------------
001212 01  WS-PERIOD-TABLE.
001213     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001214                     DEPENDING ON WS-FP-COUNT.
001215         10  WS-FP-PERIOD-ID    PIC 9(06).
001216         10  WS-FP-START-DATE   PIC 9(08).
001217         10  WS-FP-END-DATE     PIC 9(08).
001218         10  WS-FP-STATUS       PIC X(01).
001219             88  WS-FP-OPEN               VALUE 'O'.
001220             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001221 01  WS-PERIOD-FIELDS.
001222     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001223     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001224     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001225     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001226     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001227     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001228     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001229         88  WS-ROLL-FORWARD             VALUE 'F'.
001230     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001231         88  WS-FINANCE-RUN              VALUE 'Y'.
001232     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001233         88  PERCAL-EOF                  VALUE 'Y'.
001234     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001235         88  WS-CALENDAR-BAD             VALUE 'Y'.
001236     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001237         88  WS-PERIOD-FOUND             VALUE 'Y'.
001238     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001239         88  WS-PERIOD-POST              VALUE 'P'.
001240         88  WS-PERIOD-ROLLED            VALUE 'F'.
001241         88  WS-PERIOD-REJECT            VALUE 'R'.

001242 PROCEDURE DIVISION.
001243*---------------------------------------------------------------*
001244 0000-MAINLINE.
001245*---------------------------------------------------------------*
001246     PERFORM 9700-LOG-STEP-START
001247          THRU 9700-LOG-STEP-START-EXIT.
001248     PERFORM 1000-INITIALIZE
001250          THRU 1000-INITIALIZE-EXIT.
001260     PERFORM 2000-PROCESS-TRAN-GROUP
001270          THRU 2000-PROCESS-TRAN-GROUP-EXIT
001280          UNTIL TRAN-EOF.
001290     PERFORM 9000-TERMINATE
001300          THRU 9000-TERMINATE-EXIT.
001303     PERFORM 9710-LOG-STEP-END
001306          THRU 9710-LOG-STEP-END-EXIT.
001310     GOBACK.

001320*---------------------------------------------------------------*
001340*---------------------------------------------------------------*
001350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001360     ACCEPT WS-RUN-TIME FROM TIME.
001361     PERFORM 1500-LOAD-PERIOD-CALENDAR
001362          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
001363     IF WS-CALENDAR-BAD
001364         DISPLAY 'INVHUPD - PERIOD CALENDAR UNUSABLE - '
001365                 'FAILING THE STEP'
001366         MOVE 16 TO RETURN-CODE
001367         PERFORM 9710-LOG-STEP-END
001368              THRU 9710-LOG-STEP-END-EXIT
001371         GOBACK
001374     END-IF.
001377     OPEN INPUT  STATUS-CHG-IN
001380          I-O    INVOICE-MASTER
001390          OUTPUT HISTORY-OUT
001400                 REJECT-OUT.
001401     OPEN INPUT  AUTHORITY-IN.
001402     PERFORM 1100-LOAD-AUTHORITY
001403          THRU 1100-LOAD-AUTHORITY-EXIT
001404          UNTIL AUTH-EOF.
001405     CLOSE AUTHORITY-IN.
001406     OPEN EXTEND APPROVAL-LOG.
001410     READ STATUS-CHG-IN
001420         AT END SET TRAN-EOF TO TRUE
001430     END-READ.
001440 1000-INITIALIZE-EXIT.
001450     EXIT.

001451 1100-LOAD-AUTHORITY.
001452     READ AUTHORITY-IN
001453         AT END
001454             SET AUTH-EOF TO TRUE
001455             GO TO 1100-LOAD-AUTHORITY-EXIT
001456     END-READ.
001457     IF WS-AUTH-COUNT NOT < 500
001458         DISPLAY 'INVHUPD - AUTHORITY TABLE FULL, SKIPPING '
001459                 UA-USER-ID
001460         GO TO 1100-LOAD-AUTHORITY-EXIT
001461     END-IF.
001462     ADD 1 TO WS-AUTH-COUNT.
001463     MOVE UA-USER-ID        TO WS-AT-USER-ID (WS-AUTH-COUNT).
001464     MOVE UA-ROLE           TO WS-AT-ROLE (WS-AUTH-COUNT).
001465     MOVE UA-STATUS         TO WS-AT-STATUS (WS-AUTH-COUNT).
001466     MOVE UA-APPROVAL-LIMIT TO WS-AT-LIMIT (WS-AUTH-COUNT).
001467     IF UA-DEPT-COUNT NOT NUMERIC
001468         MOVE ZERO TO WS-AT-DEPT-COUNT (WS-AUTH-COUNT)
001469     ELSE
001470         IF UA-DEPT-COUNT > 8
001471             MOVE 8 TO WS-AT-DEPT-COUNT (WS-AUTH-COUNT)
001472         ELSE
001473             MOVE UA-DEPT-COUNT
001474               TO WS-AT-DEPT-COUNT (WS-AUTH-COUNT)
001475         END-IF
001476     END-IF.
001477     PERFORM 1110-TAKE-ONE-DEPT
001478          THRU 1110-TAKE-ONE-DEPT-EXIT
001479          VARYING WS-UA-DEPT-NDX FROM 1 BY 1
001480          UNTIL WS-UA-DEPT-NDX > 8.
001481 1100-LOAD-AUTHORITY-EXIT.
001482     EXIT.

001483 1110-TAKE-ONE-DEPT.
001484     MOVE UA-DEPT-CODE (WS-UA-DEPT-NDX)
001485       TO WS-AT-DEPT-CODE (WS-AUTH-COUNT, WS-UA-DEPT-NDX).
001486 1110-TAKE-ONE-DEPT-EXIT.
001487     EXIT.

001488*---------------------------------------------------------------*
001489*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
001490*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
001491*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
001492*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
001493*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
001494*---------------------------------------------------------------*
001495 1500-LOAD-PERIOD-CALENDAR.
001496*---------------------------------------------------------------*
001497     OPEN INPUT PERIOD-CONTROL-IN.
001498     READ PERIOD-CONTROL-IN
001499         AT END
001500             DISPLAY 'INVHUPD - NO PERIOD CONTROL CARD, CLOSED-'
001501                     'PERIOD POSTINGS WILL BE REJECTED'
001502         NOT AT END
001503             PERFORM 1520-TAKE-PERIOD-CARD
001504                  THRU 1520-TAKE-PERIOD-CARD-EXIT
001505     END-READ.
001506     CLOSE PERIOD-CONTROL-IN.
001507     OPEN INPUT PERIOD-CALENDAR.
001508     PERFORM 1510-LOAD-PERIOD-ENTRY
001509          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
001510          UNTIL PERCAL-EOF
001511             OR WS-CALENDAR-BAD.
001512     CLOSE PERIOD-CALENDAR.
001513     IF WS-FP-COUNT = ZERO
001514         DISPLAY 'INVHUPD - PERIOD CALENDAR IS EMPTY'
001515         SET WS-CALENDAR-BAD TO TRUE
001516     END-IF.
001517 1500-LOAD-PERIOD-CALENDAR-EXIT.
001518     EXIT.

001519 1510-LOAD-PERIOD-ENTRY.
001520     READ PERIOD-CALENDAR
001521         AT END
001522             SET PERCAL-EOF TO TRUE
001523             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001524     END-READ.
001525     IF WS-FP-COUNT NOT < 240
001526         DISPLAY 'INVHUPD - PERIOD TABLE FULL AT PERIOD '
001527                 FP-PERIOD-ID
001528         SET WS-CALENDAR-BAD TO TRUE
001529         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001530     END-IF.
001531     IF FP-START-DATE NOT NUMERIC
001532        OR FP-END-DATE NOT NUMERIC
001533        OR FP-END-DATE < FP-START-DATE
001534         DISPLAY 'INVHUPD - PERIOD ' FP-PERIOD-ID
001535                 ' HAS UNUSABLE DATES'
001536         SET WS-CALENDAR-BAD TO TRUE
001537         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001538     END-IF.
001539     IF WS-FP-COUNT > ZERO
001540        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
001541         DISPLAY 'INVHUPD - PERIOD ' FP-PERIOD-ID
001542                 ' OVERLAPS OR IS OUT OF SEQUENCE'
001543         SET WS-CALENDAR-BAD TO TRUE
001544         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001545     END-IF.
001546     ADD 1 TO WS-FP-COUNT.
001547     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
001548     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
001549     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
001550     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
001551 1510-LOAD-PERIOD-ENTRY-EXIT.
001552     EXIT.

001553 1520-TAKE-PERIOD-CARD.
001554     IF PC-ROLL-FORWARD
001555         MOVE 'F' TO WS-CLOSED-ACTION
001556     ELSE
001557         IF NOT PC-REJECT-POSTING
001558             DISPLAY 'INVHUPD - CLOSED-PERIOD ACTION '
001559                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
001560         END-IF
001561     END-IF.
001562     IF PC-FINANCE-RUN
001563         MOVE 'Y' TO WS-FINANCE-SW
001564     END-IF.
001565     IF PC-POSTING-DATE NUMERIC
001566         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
001567     END-IF.
001568 1520-TAKE-PERIOD-CARD-EXIT.
001569     EXIT.

001570*---------------------------------------------------------------*
001571*    ONE GROUP OF TRANSACTIONS FOR ONE INVOICE-ID: ONE KEYED    *
001572*    READ OF THE MASTER, EVERY MATCHING TRANSACTION APPLIED IN  *
001573*    ARRIVAL ORDER, AND ONE REWRITE WHEN ANYTHING CHANGED.  A   *
001574*    GROUP WHOSE INVOICE-ID IS NOT ON THE MASTER IS REJECTED    *
001575*    TRANSACTION BY TRANSACTION.                                *
001576*---------------------------------------------------------------*
001577 2000-PROCESS-TRAN-GROUP.
001578*---------------------------------------------------------------*
001579     MOVE SC-INVOICE-ID TO WS-CURRENT-KEY.
001580     PERFORM 2050-READ-MASTER
001581          THRU 2050-READ-MASTER-EXIT.
001582     IF NOT WS-MASTER-FOUND
001590         PERFORM 8000-FLUSH-UNMATCHED-TRANS
001600              THRU 8000-FLUSH-UNMATCHED-TRANS-EXIT
001610              UNTIL TRAN-EOF

001920 2100-APPLY-MATCHING-TRANS.
001930     ADD 1 TO WS-TRANS-READ.
001931*    A CHANGE DATED IN A CLOSED PERIOD ROLLS FORWARD OR IS
001932*    REJECTED BEFORE ANY OTHER TEST IS MADE OF IT.
001933     IF SC-NEW-STATUS NOT = INVOICE-STATUS
001934         MOVE SC-CHANGE-DATE TO WS-POSTING-DATE
001935         PERFORM 8500-CHECK-POSTING-PERIOD
001936              THRU 8500-CHECK-POSTING-PERIOD-EXIT
001937         IF WS-PERIOD-REJECT
001938             ADD 1 TO WS-PERIOD-REJECTS
001939                      WS-TRANS-REJECTED
001940             MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
001941             PERFORM 8010-LOG-REJECT
001942                  THRU 8010-LOG-REJECT-EXIT
001943             GO TO 2100-READ-NEXT-TRAN
001944         END-IF
001945         IF WS-PERIOD-ROLLED
001946             ADD 1 TO WS-PERIOD-ROLLS
001947         END-IF
001948     END-IF.
001949*    A MOVE TO APPROVED IS AN APPROVAL UNLESS IT IS PAYVOID
001950*    RETURNING A PAID INVOICE - TEST THE APPROVER'S AUTHORITY.
001951     IF SC-NEW-STATUS = 'A'
001952        AND NOT INV-APPROVED
001953        AND NOT INV-PAID
001954         PERFORM 2200-CHECK-AUTHORITY
001955              THRU 2200-CHECK-AUTHORITY-EXIT
001956         IF WS-AUTH-REFUSED
001957             GO TO 2100-READ-NEXT-TRAN
001958         END-IF
001959     END-IF.
001960     IF SC-NEW-STATUS NOT = INVOICE-STATUS
001961         ADD 1 TO WS-CURR-SEQ-NR
001962         MOVE SPACES               TO INVOICE-HISTORY-RECORD
001970         MOVE INVOICE-ID            TO IH-INVOICE-ID
001980         MOVE WS-CURR-SEQ-NR        TO IH-SEQ-NR
001990         MOVE INVOICE-STATUS        TO IH-FROM-STATUS
002000         MOVE SC-NEW-STATUS         TO IH-TO-STATUS
002010         MOVE WS-POSTING-DATE       TO IH-CHANGE-DATE
002020         MOVE SC-CHANGE-TIME        TO IH-CHANGE-TIME
002030         MOVE SC-CHANGED-BY         TO IH-CHANGED-BY
002040         MOVE SC-COMMENT            TO IH-COMMENT
002050         WRITE INVOICE-HISTORY-RECORD
002060         MOVE SC-NEW-STATUS         TO INVOICE-STATUS
002065         MOVE SC-CHANGED-BY         TO INV-LAST-CHANGED-BY
002070         SET WS-GROUP-CHANGED       TO TRUE
002080         ADD 1 TO WS-TRANS-APPLIED
002090     END-IF.
002095 2100-READ-NEXT-TRAN.
002100     READ STATUS-CHG-IN
002110         AT END SET TRAN-EOF TO TRUE
002120     END-READ.
002130 2100-APPLY-MATCHING-TRANS-EXIT.
002140     EXIT.

002141*---------------------------------------------------------------*
002142*    TEST SC-CHANGED-BY'S AUTHORITY TO APPROVE THIS INVOICE.  THE *
002143*    FIRST RULE BROKEN IS THE ONE REPORTED.  GRANTED OR REFUSED,  *
002144*    THE DECISION GOES TO THE APPROVAL LOG; A REFUSAL ALSO GOES   *
002145*    TO THE COMMON REJECT LOG.                                    *
002146*---------------------------------------------------------------*
002147 2200-CHECK-AUTHORITY.
002148*---------------------------------------------------------------*
002149     MOVE 'N'    TO WS-AUTH-REFUSED-SW.
002150     MOVE SPACES TO WS-REJECT-REASON.
002151     PERFORM 2210-FIND-USER
002152          THRU 2210-FIND-USER-EXIT.
002153     MOVE INVOICE-TOTAL-HOME TO WS-APPROVAL-AMOUNT.
002154     IF WS-APPROVAL-AMOUNT < ZERO
002155         COMPUTE WS-APPROVAL-AMOUNT = 0 - WS-APPROVAL-AMOUNT
002156     END-IF.
002157     EVALUATE TRUE
002158         WHEN NOT WS-USER-FOUND
002159             MOVE 'APPROVER NOT ON AUTHORITY MASTER'
002160               TO WS-REJECT-REASON
002161         WHEN NOT WS-AT-ACTIVE (WS-AUTH-NDX)
002162             MOVE 'APPROVER AUTHORITY REVOKED'
002163               TO WS-REJECT-REASON
002164         WHEN NOT WS-AT-MAY-APPROVE (WS-AUTH-NDX)
002165             MOVE 'APPROVER ROLE MAY NOT APPROVE'
002166               TO WS-REJECT-REASON
002167         WHEN SC-CHANGED-BY = INV-ENTERED-BY
002168             MOVE 'APPROVER ENTERED THE INVOICE'
002169               TO WS-REJECT-REASON
002170         WHEN SC-CHANGED-BY = INV-LAST-CHANGED-BY
002171             MOVE 'APPROVER LAST CHANGED THE INVOICE'
002172               TO WS-REJECT-REASON
002173         WHEN NOT (CONV-DONE OR CONV-NOT-NEEDED)
002174             MOVE 'NO HOME AMOUNT TO TEST AGAINST LIMIT'
002175               TO WS-REJECT-REASON
002176         WHEN WS-APPROVAL-AMOUNT > WS-AT-LIMIT (WS-AUTH-NDX)
002177             MOVE 'APPROVAL ABOVE APPROVER LIMIT'
002178               TO WS-REJECT-REASON
002179         WHEN OTHER
002180             PERFORM 2230-CHECK-ONE-DEPT
002181                  THRU 2230-CHECK-ONE-DEPT-EXIT
002182                  VARYING WS-DEPT-NDX FROM 1 BY 1
002183                  UNTIL WS-DEPT-NDX > DEPT-COUNT
002184                     OR WS-REJECT-REASON NOT = SPACES
002185     END-EVALUATE.
002186     IF WS-REJECT-REASON NOT = SPACES
002187         SET WS-AUTH-REFUSED TO TRUE
002188         ADD 1 TO WS-APPROVALS-REFUSED
002189                  WS-TRANS-REJECTED
002190         DISPLAY 'INVHUPD - APPROVAL REFUSED FOR INVOICE '
002191                 SC-INVOICE-ID ' BY ' SC-CHANGED-BY
002192         PERFORM 8010-LOG-REJECT
002193              THRU 8010-LOG-REJECT-EXIT
002194     ELSE
002195         ADD 1 TO WS-APPROVALS-GRANTED
002196     END-IF.
002197     PERFORM 2260-WRITE-APPROVAL-LOG
002198          THRU 2260-WRITE-APPROVAL-LOG-EXIT.
002199 2200-CHECK-AUTHORITY-EXIT.
002200     EXIT.

002201 2210-FIND-USER.
002202     MOVE 'N' TO WS-USER-FOUND-SW.
002203     PERFORM 2220-SCAN-USER-ENTRY
002204          THRU 2220-SCAN-USER-ENTRY-EXIT
002205          VARYING WS-AUTH-NDX FROM 1 BY 1
002206          UNTIL WS-AUTH-NDX > WS-AUTH-COUNT
002207             OR WS-USER-FOUND.
002208*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002209*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002210     IF WS-USER-FOUND
002211         SUBTRACT 1 FROM WS-AUTH-NDX
002212     END-IF.
002213 2210-FIND-USER-EXIT.
002214     EXIT.

002215 2220-SCAN-USER-ENTRY.
002216     IF WS-AT-USER-ID (WS-AUTH-NDX) = SC-CHANGED-BY
002217         SET WS-USER-FOUND TO TRUE
002218     END-IF.
002219 2220-SCAN-USER-ENTRY-EXIT.
002220     EXIT.

002221*---------------------------------------------------------------*
002222*    ONE DEPARTMENT ON THE INVOICE MUST BE AMONG THE APPROVER'S - *
002223*    A **** ENTRY COVERS THEM ALL.                                *
002224*---------------------------------------------------------------*
002225 2230-CHECK-ONE-DEPT.
002226*---------------------------------------------------------------*
002227     MOVE 'N' TO WS-DEPT-COVERED-SW.
002228     PERFORM 2240-SCAN-USER-DEPT
002229          THRU 2240-SCAN-USER-DEPT-EXIT
002230          VARYING WS-UA-DEPT-NDX FROM 1 BY 1
002231          UNTIL WS-UA-DEPT-NDX > WS-AT-DEPT-COUNT (WS-AUTH-NDX)
002232             OR WS-DEPT-COVERED.
002233     IF NOT WS-DEPT-COVERED
002234         STRING 'DEPARTMENT ' DEPT-CODE (WS-DEPT-NDX)
002235                ' OUTSIDE APPROVER AUTHORITY'
002236                DELIMITED BY SIZE INTO WS-REJECT-REASON
002237     END-IF.
002238 2230-CHECK-ONE-DEPT-EXIT.
002239     EXIT.

002240 2240-SCAN-USER-DEPT.
002241     IF WS-AT-DEPT-CODE (WS-AUTH-NDX, WS-UA-DEPT-NDX) = '****'
002242        OR WS-AT-DEPT-CODE (WS-AUTH-NDX, WS-UA-DEPT-NDX)
002243           = DEPT-CODE (WS-DEPT-NDX)
002244         SET WS-DEPT-COVERED TO TRUE
002245     END-IF.
002246 2240-SCAN-USER-DEPT-EXIT.
002247     EXIT.

002248 2260-WRITE-APPROVAL-LOG.
002249     MOVE SPACES              TO APPROVAL-LOG-RECORD.
002250     MOVE WS-RUN-DATE         TO AG-DECISION-DATE.
002251     MOVE WS-RUN-TIME         TO AG-DECISION-TIME.
002252     MOVE SC-CHANGED-BY       TO AG-USER-ID.
002253     MOVE 'INVHUPD'           TO AG-SOURCE.
002254     SET AG-INVOICE-APPROVAL  TO TRUE.
002255     MOVE SC-INVOICE-ID       TO AG-ITEM-KEY.
002256     MOVE WS-APPROVAL-AMOUNT  TO AG-AMOUNT-HOME.
002257     IF WS-USER-FOUND
002258         MOVE WS-AT-LIMIT (WS-AUTH-NDX) TO AG-USER-LIMIT
002259         MOVE WS-AT-ROLE (WS-AUTH-NDX)  TO AG-USER-ROLE
002260     ELSE
002261         MOVE ZERO                      TO AG-USER-LIMIT
002262     END-IF.
002263     IF INV-LAST-CHANGED-BY NOT = SPACES
002264         MOVE INV-LAST-CHANGED-BY TO AG-OTHER-USER
002265     ELSE
002266         MOVE INV-ENTERED-BY      TO AG-OTHER-USER
002267     END-IF.
002268     IF WS-AUTH-REFUSED
002269         SET AG-REFUSED       TO TRUE
002270         MOVE WS-REJECT-REASON TO AG-REASON
002271     ELSE
002272         SET AG-GRANTED       TO TRUE
002273     END-IF.
002274     WRITE APPROVAL-LOG-RECORD.
002275 2260-WRITE-APPROVAL-LOG-EXIT.
002276     EXIT.

002277*---------------------------------------------------------------*
002278*    A TRANSACTION WHOSE INVOICE-ID IS NOT ON THE MASTER IS      *
002279*    REPORTED AS A REJECT AND READ PAST HERE.                    *
002280*---------------------------------------------------------------*
002281 8000-FLUSH-UNMATCHED-TRANS.
002282*---------------------------------------------------------------*
002283     ADD 1 TO WS-TRANS-READ.
002284     ADD 1 TO WS-TRANS-REJECTED.
002285     DISPLAY 'INVHUPD - NO MATCHING INVOICE FOR ID '
002286              SC-INVOICE-ID.
002287     MOVE 'NO MATCHING INVOICE' TO WS-REJECT-REASON.
002288     PERFORM 8010-LOG-REJECT
002289          THRU 8010-LOG-REJECT-EXIT.
002290     READ STATUS-CHG-IN
002291         AT END SET TRAN-EOF TO TRUE
002292     END-READ.
002300 8000-FLUSH-UNMATCHED-TRANS-EXIT.
002310     EXIT.

002330     MOVE SPACES              TO REJECT-RECORD.
002340     MOVE 'INVHUPD'           TO RJ-SOURCE-FILE.
002350     MOVE SC-INVOICE-ID       TO RJ-KEY-FIELD.
002360     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002370     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002380     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002390     WRITE REJECT-RECORD.
002410     EXIT.

002420*---------------------------------------------------------------*
002421*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
002422*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
002423*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
002424*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
002425*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
002426*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
002427*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
002428*---------------------------------------------------------------*
002429 8500-CHECK-POSTING-PERIOD.
002430*---------------------------------------------------------------*
002431     MOVE 'P'    TO WS-PERIOD-RESULT.
002432     MOVE SPACES TO WS-PERIOD-REASON.
002433     MOVE ZERO   TO WS-POSTING-PERIOD.
002434     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
002435     PERFORM 8510-SCAN-PERIOD-ENTRY
002436          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
002437          VARYING WS-FP-NDX FROM 1 BY 1
002438          UNTIL WS-FP-NDX > WS-FP-COUNT
002439             OR WS-PERIOD-FOUND.
002440     IF NOT WS-PERIOD-FOUND
002441         MOVE 'R' TO WS-PERIOD-RESULT
002442         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
002443           TO WS-PERIOD-REASON
002444         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002445     END-IF.
002446*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002447*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002448     SUBTRACT 1 FROM WS-FP-NDX.
002449     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
002450     IF WS-FP-OPEN (WS-FP-NDX)
002451        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
002452         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002453     END-IF.
002454     MOVE 'R' TO WS-PERIOD-RESULT.
002455     IF NOT WS-ROLL-FORWARD
002456         STRING 'PERIOD ' WS-POSTING-PERIOD
002457                ' CLOSED TO POSTING'
002458                DELIMITED BY SIZE INTO WS-PERIOD-REASON
002459         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002460     END-IF.
002461     MOVE 'N' TO WS-PERIOD-FOUND-SW.
002462     ADD 1 TO WS-FP-NDX.
002463     PERFORM 8520-SCAN-OPEN-PERIOD
002464          THRU 8520-SCAN-OPEN-PERIOD-EXIT
002465          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
002466          UNTIL WS-FP-NDX > WS-FP-COUNT
002467             OR WS-PERIOD-FOUND.
002468     IF NOT WS-PERIOD-FOUND
002469         STRING 'PERIOD ' WS-POSTING-PERIOD
002470                ' CLOSED, NO LATER PERIOD OPEN'
002471                DELIMITED BY SIZE INTO WS-PERIOD-REASON
002472         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002473     END-IF.
002474     SUBTRACT 1 FROM WS-FP-NDX.
002475     MOVE 'F' TO WS-PERIOD-RESULT.
002476     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
002477     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
002478 8500-CHECK-POSTING-PERIOD-EXIT.
002479     EXIT.

002480 8510-SCAN-PERIOD-ENTRY.
002481     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
002482        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
002483         SET WS-PERIOD-FOUND TO TRUE
002484     END-IF.
002485 8510-SCAN-PERIOD-ENTRY-EXIT.
002486     EXIT.

002487 8520-SCAN-OPEN-PERIOD.
002488     IF WS-FP-OPEN (WS-FP-NDX)
002489        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
002490         SET WS-PERIOD-FOUND TO TRUE
002491     END-IF.
002492 8520-SCAN-OPEN-PERIOD-EXIT.
002493     EXIT.

002494*---------------------------------------------------------------*
002495 9000-TERMINATE.
002496*---------------------------------------------------------------*
002497     DISPLAY 'INVHUPD - INVOICES TOUCHED....: ' WS-MASTERS-READ.
002498     DISPLAY 'INVHUPD - TRANSACTIONS READ...: ' WS-TRANS-READ.
002499     DISPLAY 'INVHUPD - TRANSACTIONS APPLIED: '
002500              WS-TRANS-APPLIED.
002501     DISPLAY 'INVHUPD - TRANSACTIONS REJECT.: '
002502              WS-TRANS-REJECTED.
002503     DISPLAY 'INVHUPD - APPROVALS GRANTED...: '
002504              WS-APPROVALS-GRANTED.
002506     DISPLAY 'INVHUPD - APPROVALS REFUSED...: '
002508              WS-APPROVALS-REFUSED.
002509     DISPLAY 'INVHUPD - CLOSED PERIOD REJECT: '
002511              WS-PERIOD-REJECTS.
002513     DISPLAY 'INVHUPD - CLOSED PERIOD ROLLED: '
002515              WS-PERIOD-ROLLS.
002517     CLOSE INVOICE-MASTER STATUS-CHG-IN HISTORY-OUT
002520           REJECT-OUT APPROVAL-LOG.
002530 9000-TERMINATE-EXIT.
002540     EXIT.

002550*---------------------------------------------------------------*
002560*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002570*---------------------------------------------------------------*
002580 9700-LOG-STEP-START.
002590*---------------------------------------------------------------*
002600     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002610     MOVE 'INVHUPD'         TO EX-JOB-NAME.
002620     SET EX-STEP-START      TO TRUE.
002630     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002640     ACCEPT EX-RUN-TIME FROM TIME.
002650     MOVE ZERO              TO EX-RECORDS-READ
002660                               EX-RECORDS-WRITTEN
002670                               EX-REJECT-COUNT
002680                               EX-COMPLETION-CODE.
002690     OPEN EXTEND EXEC-LOG-OUT.
002700     WRITE EXECUTION-LOG-RECORD.
002710     CLOSE EXEC-LOG-OUT.
002720 9700-LOG-STEP-START-EXIT.
002730     EXIT.

002740*---------------------------------------------------------------*
002750*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002760*    ENDING WITH.                                               *
002770*---------------------------------------------------------------*
002780 9710-LOG-STEP-END.
002790*---------------------------------------------------------------*
002800     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002810     MOVE 'INVHUPD'         TO EX-JOB-NAME.
002820     SET EX-STEP-END        TO TRUE.
002830     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002840     ACCEPT EX-RUN-TIME FROM TIME.
002850     MOVE WS-TRANS-READ     TO EX-RECORDS-READ.
002860     MOVE WS-TRANS-APPLIED  TO EX-RECORDS-WRITTEN.
002870     MOVE WS-TRANS-REJECTED TO EX-REJECT-COUNT.
002880     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002890     OPEN EXTEND EXEC-LOG-OUT.
002900     WRITE EXECUTION-LOG-RECORD.
002910     CLOSE EXEC-LOG-OUT.
002920 9710-LOG-STEP-END-EXIT.
002930     EXIT.

