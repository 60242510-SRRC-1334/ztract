000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SCRNDISP.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - APPLIES COMPLIANCE'S CLEAR
000210*                   AND CONFIRM DECISIONS TO THE RESTRICTED-PARTY
000220*                   SCREENING QUEUE.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      ONE DISPOSITION CARD PER SCREENING-QUEUE MATCH THAT
000260*      COMPLIANCE HAS DECIDED.  THE CARD IS REFUSED WHEN:
000270*
000280*          - THE DISPOSING USER IS BLANK, IS NOT ON THE OPERATOR
000290*            AUTHORITY MASTER, IS REVOKED, OR IS A BATCH JOB (SY)
000300*            - A PERSON HAS TO OWN EVERY DECISION
000310*          - THE ACTION IS NOT C (CLEAR) OR F (CONFIRM)
000320*          - THE MATCH IS NOT ON THE QUEUE
000330*          - THE MATCH IS ALREADY IN THE STATE ASKED FOR
000340*
000350*      AN ACCEPTED CARD SETS THE QUEUE STATUS AND STAMPS THE USER,
000360*      DATE, TIME AND NOTE ON THE MATCH.  A CONFIRMATION ALSO:
000370*
000380*          - PUTS THE PARTY'S VENDOR ON HOLD ON THE VENDOR MASTER
000390*            (VENDLOAD KEEPS IT ON HOLD AT EVERY REFRESH WHILE THE
000400*            MATCH STAYS CONFIRMED)
000410*          - WRITES A HOLD STATUS-CHANGE TRANSACTION FOR EACH OF
000420*            THE PARTY'S OPEN ORDERS, FOR ORDSTUPD TO APPLY, THE
000430*            SAME AS THE DUNNING FINAL-NOTICE HOLD
000440*
000450*      PAYSEL AND ORDLOAD READ THE CONFIRMED MATCHES THEMSELVES,
000460*      SO THE PARTY IS BLOCKED THERE FOR AS LONG AS THE MATCH
000470*      STAYS CONFIRMED.  CLEARING A CONFIRMED MATCH LIFTS THAT
000480*      BLOCK AT ONCE; THE VENDOR HOLD COMES OFF AT THE NEXT
000490*      VENDLOAD REFRESH, AND THE HELD ORDERS ARE RELEASED BY THE
000500*      ORDER DESK THROUGH ORDSTUPD (HOLD TO OPEN) ONCE COMPLIANCE
000510*      SAYS SO.
000520*
000530*      EVERY CARD, ACCEPTED OR REFUSED, IS APPENDED TO THE
000540*      CUMULATIVE DISPOSITION LOG WITH ITS OUTCOME AND THE TIME
000550*      IT WAS APPLIED.  A REFUSAL ALSO GOES TO THE REJECT LOG.
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT DISPOSITION-IN  ASSIGN TO SCRNDIN
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT AUTHORITY-IN    ASSIGN TO OPRAUTH
000660            ORGANIZATION IS SEQUENTIAL.
000670     SELECT MATCH-QUEUE     ASSIGN TO SCRNQ
000680            ORGANIZATION IS INDEXED
000690            ACCESS MODE IS RANDOM
000700            RECORD KEY IS SQ-KEY
000710            FILE STATUS IS WS-SCRNQ-STATUS.
000720     SELECT VENDOR-MASTER   ASSIGN TO VENDMSTR
000730            ORGANIZATION IS INDEXED
000740            ACCESS MODE IS RANDOM
000750            RECORD KEY IS VEND-VENDOR-ID
000760            FILE STATUS IS WS-VENDMSTR-STATUS.
000770     SELECT ORDER-MASTER    ASSIGN TO ORDMSTR
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS DYNAMIC
000800            RECORD KEY IS ORDER-ID
000810            ALTERNATE RECORD KEY IS CUSTOMER-NR
000820                WITH DUPLICATES
000830            FILE STATUS IS WS-ORDMSTR-STATUS.
000840     SELECT ORDER-CHG-OUT   ASSIGN TO OCHGOUT
000850            ORGANIZATION IS SEQUENTIAL.
000860     SELECT OPTIONAL
000870            DISPOSITION-LOG ASSIGN TO SCRNLOG
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS WS-SCRNLOG-STATUS.
000900     SELECT REJECT-OUT      ASSIGN TO REJOUT
000910            ORGANIZATION IS SEQUENTIAL.
000912     SELECT OPTIONAL
000914            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000916            ORGANIZATION IS SEQUENTIAL
000918            FILE STATUS IS WS-EXECLOG-STATUS.

000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  DISPOSITION-IN
000950     LABEL RECORDS ARE STANDARD.
000960 COPY SCRNDSP.

000970 FD  AUTHORITY-IN
000980     LABEL RECORDS ARE STANDARD.
000990 COPY OPRAUTH.

001000 FD  MATCH-QUEUE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY SCRNMTCH.

001030 FD  VENDOR-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050 COPY VENDREC.

001060 FD  ORDER-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080 COPY ORDREC.

001090 FD  ORDER-CHG-OUT
001100     LABEL RECORDS ARE STANDARD.
001110 COPY ORDSCHG.

001120 FD  DISPOSITION-LOG
001130     LABEL RECORDS ARE STANDARD.
001140 01  DISPOSITION-LOG-RECORD        PIC X(150).

001150 FD  REJECT-OUT
001160     LABEL RECORDS ARE STANDARD.
001170 COPY REJCREC.

001172 FD  EXEC-LOG-OUT
001174     LABEL RECORDS ARE STANDARD.
001176 COPY EXECLOG.

001180 WORKING-STORAGE SECTION.
001190 01  WS-SCRNQ-STATUS           PIC X(02)  VALUE SPACES.
001200 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001210 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001220 01  WS-SCRNLOG-STATUS         PIC X(02)  VALUE SPACES.
001225 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001230 01  WS-SWITCHES.
001240     05  WS-DISP-EOF           PIC X(01)  VALUE 'N'.
001250         88  DISP-EOF                     VALUE 'Y'.
001260     05  WS-AUTH-EOF           PIC X(01)  VALUE 'N'.
001270         88  AUTH-EOF                     VALUE 'Y'.
001280     05  WS-USER-FOUND-SW      PIC X(01)  VALUE 'N'.
001290         88  WS-USER-FOUND                VALUE 'Y'.
001300     05  WS-MATCH-FOUND-SW     PIC X(01)  VALUE 'N'.
001310         88  WS-MATCH-FOUND               VALUE 'Y'.
001320     05  WS-SAME-CUSTOMER-SW   PIC X(01)  VALUE 'N'.
001330         88  WS-SAME-CUSTOMER             VALUE 'Y'.

001340 01  WS-COUNTERS                          COMP.
001350     05  WS-CARDS-READ         PIC 9(09)  VALUE ZERO.
001360     05  WS-MATCHES-CLEARED    PIC 9(09)  VALUE ZERO.
001370     05  WS-MATCHES-CONFIRMED  PIC 9(09)  VALUE ZERO.
001380     05  WS-CARDS-REFUSED      PIC 9(09)  VALUE ZERO.
001390     05  WS-VENDORS-HELD       PIC 9(09)  VALUE ZERO.
001400     05  WS-HOLDS-WRITTEN      PIC 9(09)  VALUE ZERO.
001410     05  WS-AUTH-COUNT         PIC 9(04)  VALUE ZERO.
001420     05  WS-AUTH-NDX           PIC 9(04)  VALUE ZERO.
001430     05  WS-ORDERS-THIS-PARTY  PIC 9(05)  VALUE ZERO.

001440 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001450 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001460 01  WS-REJECT-REASON          PIC X(30)  VALUE SPACES.
001470 01  WS-REQUEST-CUSTOMER       PIC 9(10)  VALUE ZERO.
001480 01  WS-REJECT-KEY.
001490     05  WS-RK-SOURCE          PIC X(02).
001500     05  FILLER                PIC X(01)  VALUE '/'.
001510     05  WS-RK-PARTY-KEY       PIC X(10).

001520*----------------------------------------------------------------
001530*    THE OPERATOR AUTHORITY MASTER, HELD IN STORAGE FOR THE RUN.
001540*----------------------------------------------------------------
001550 01  WS-AUTHORITY-TABLE.
001560     05  WS-AT-ENTRY OCCURS 1 TO 500 TIMES
001570                     DEPENDING ON WS-AUTH-COUNT.
001580         10  WS-AT-USER-ID      PIC X(08).
001590         10  WS-AT-ROLE         PIC X(02).
001600             88  WS-AT-SYSTEM-JOB         VALUE 'SY'.
001610         10  WS-AT-STATUS       PIC X(01).
001620             88  WS-AT-ACTIVE             VALUE 'A'.

001630 PROCEDURE DIVISION.
001640*---------------------------------------------------------------*
001650 0000-MAINLINE.
001660*---------------------------------------------------------------*
001663     PERFORM 9700-LOG-STEP-START
001666          THRU 9700-LOG-STEP-START-EXIT.
001670     PERFORM 1000-INITIALIZE
001680          THRU 1000-INITIALIZE-EXIT.
001690     PERFORM 2000-APPLY-DISPOSITION
001700          THRU 2000-APPLY-DISPOSITION-EXIT
001710          UNTIL DISP-EOF.
001720     PERFORM 9000-TERMINATE
001730          THRU 9000-TERMINATE-EXIT.
001733     PERFORM 9710-LOG-STEP-END
001736          THRU 9710-LOG-STEP-END-EXIT.
001740     GOBACK.

001750*---------------------------------------------------------------*
001760 1000-INITIALIZE.
001770*---------------------------------------------------------------*
001780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001790     ACCEPT WS-RUN-TIME FROM TIME.
001800     OPEN INPUT AUTHORITY-IN.
001810     PERFORM 1100-LOAD-AUTHORITY
001820          THRU 1100-LOAD-AUTHORITY-EXIT
001830          UNTIL AUTH-EOF.
001840     CLOSE AUTHORITY-IN.
001850     OPEN INPUT  DISPOSITION-IN
001860                 ORDER-MASTER.
001870     OPEN I-O    MATCH-QUEUE
001880                 VENDOR-MASTER.
001890     OPEN OUTPUT ORDER-CHG-OUT
001900                 REJECT-OUT.
001910     OPEN EXTEND DISPOSITION-LOG.
001920     READ DISPOSITION-IN
001930         AT END SET DISP-EOF TO TRUE
001940     END-READ.
001950 1000-INITIALIZE-EXIT.
001960     EXIT.

001970 1100-LOAD-AUTHORITY.
001980     READ AUTHORITY-IN
001990         AT END
002000             SET AUTH-EOF TO TRUE
002010             GO TO 1100-LOAD-AUTHORITY-EXIT
002020     END-READ.
002030     IF WS-AUTH-COUNT NOT < 500
002040         DISPLAY 'SCRNDISP - AUTHORITY TABLE FULL, SKIPPING '
002050                 UA-USER-ID
002060         GO TO 1100-LOAD-AUTHORITY-EXIT
002070     END-IF.
002080     ADD 1 TO WS-AUTH-COUNT.
002090     MOVE UA-USER-ID        TO WS-AT-USER-ID (WS-AUTH-COUNT).
002100     MOVE UA-ROLE           TO WS-AT-ROLE (WS-AUTH-COUNT).
002110     MOVE UA-STATUS         TO WS-AT-STATUS (WS-AUTH-COUNT).
002120 1100-LOAD-AUTHORITY-EXIT.
002130     EXIT.

002140*---------------------------------------------------------------*
002150*    ONE DISPOSITION CARD - EDIT IT AGAINST THE AUTHORITY MASTER *
002160*    AND THE QUEUE, APPLY IT, AND LOG IT EITHER WAY.             *
002170*---------------------------------------------------------------*
002180 2000-APPLY-DISPOSITION.
002190*---------------------------------------------------------------*
002200     ADD 1 TO WS-CARDS-READ.
002210     MOVE SPACES TO WS-REJECT-REASON
002220                    SX-PRIOR-STATUS
002230                    SX-REFUSAL-REASON.
002240     MOVE 'N'    TO SX-VENDOR-HELD-SW.
002250     MOVE ZERO   TO SX-ORDERS-HELD.
002260     PERFORM 2100-FIND-USER
002270          THRU 2100-FIND-USER-EXIT.
002280     MOVE SX-KEY TO SQ-KEY.
002290     MOVE 'Y' TO WS-MATCH-FOUND-SW.
002300     READ MATCH-QUEUE
002310         INVALID KEY
002320             MOVE 'N' TO WS-MATCH-FOUND-SW
002330     END-READ.
002340     IF WS-MATCH-FOUND
002350         MOVE SQ-STATUS TO SX-PRIOR-STATUS
002360     END-IF.
002370     EVALUATE TRUE
002380         WHEN SX-DISPOSED-BY = SPACES
002390             MOVE 'DISPOSED-BY IS SPACES' TO WS-REJECT-REASON
002400         WHEN NOT SX-CLEAR AND NOT SX-CONFIRM
002410             MOVE 'ACTION NOT C OR F' TO WS-REJECT-REASON
002420         WHEN NOT WS-USER-FOUND
002430             MOVE 'USER NOT ON AUTHORITY MASTER'
002440               TO WS-REJECT-REASON
002450         WHEN NOT WS-AT-ACTIVE (WS-AUTH-NDX)
002460             MOVE 'USER AUTHORITY REVOKED' TO WS-REJECT-REASON
002470         WHEN WS-AT-SYSTEM-JOB (WS-AUTH-NDX)
002480             MOVE 'BATCH JOB MAY NOT DISPOSE' TO WS-REJECT-REASON
002490         WHEN NOT WS-MATCH-FOUND
002500             MOVE 'MATCH NOT ON SCREENING QUEUE'
002510               TO WS-REJECT-REASON
002520         WHEN SX-CLEAR AND SQ-CLEARED
002530             MOVE 'MATCH ALREADY CLEARED' TO WS-REJECT-REASON
002540         WHEN SX-CONFIRM AND SQ-CONFIRMED
002550             MOVE 'MATCH ALREADY CONFIRMED' TO WS-REJECT-REASON
002560         WHEN OTHER
002570             CONTINUE
002580     END-EVALUATE.
002590     IF WS-REJECT-REASON NOT = SPACES
002600         SET SX-REFUSED TO TRUE
002610         MOVE WS-REJECT-REASON TO SX-REFUSAL-REASON
002620         ADD 1 TO WS-CARDS-REFUSED
002630         DISPLAY 'SCRNDISP - DISPOSITION REFUSED: ' SX-KEY
002640                 ' ' WS-REJECT-REASON
002650         PERFORM 8010-LOG-REJECT
002660              THRU 8010-LOG-REJECT-EXIT
002670     ELSE
002680         SET SX-APPLIED TO TRUE
002690         PERFORM 2200-UPDATE-QUEUE
002700              THRU 2200-UPDATE-QUEUE-EXIT
002710     END-IF.
002720     PERFORM 5000-WRITE-DISPOSITION-LOG
002730          THRU 5000-WRITE-DISPOSITION-LOG-EXIT.
002740     READ DISPOSITION-IN
002750         AT END SET DISP-EOF TO TRUE
002760     END-READ.
002770 2000-APPLY-DISPOSITION-EXIT.
002780     EXIT.

002790 2100-FIND-USER.
002800     MOVE 'N' TO WS-USER-FOUND-SW.
002810     PERFORM 2110-SCAN-USER-ENTRY
002820          THRU 2110-SCAN-USER-ENTRY-EXIT
002830          VARYING WS-AUTH-NDX FROM 1 BY 1
002840          UNTIL WS-AUTH-NDX > WS-AUTH-COUNT
002850             OR WS-USER-FOUND.
002860*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002870*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002880     IF WS-USER-FOUND
002890         SUBTRACT 1 FROM WS-AUTH-NDX
002900     END-IF.
002910 2100-FIND-USER-EXIT.
002920     EXIT.

002930 2110-SCAN-USER-ENTRY.
002940     IF WS-AT-USER-ID (WS-AUTH-NDX) = SX-DISPOSED-BY
002950         SET WS-USER-FOUND TO TRUE
002960     END-IF.
002970 2110-SCAN-USER-ENTRY-EXIT.
002980     EXIT.

002990*---------------------------------------------------------------*
003000*    STAMP THE DECISION ON THE MATCH.  A CONFIRMATION THEN HOLDS *
003010*    THE VENDOR AND THE PARTY'S OPEN ORDERS.                     *
003020*---------------------------------------------------------------*
003030 2200-UPDATE-QUEUE.
003040*---------------------------------------------------------------*
003050     IF SX-CLEAR
003060         SET SQ-CLEARED TO TRUE
003070         ADD 1 TO WS-MATCHES-CLEARED
003080         IF SX-PRIOR-STATUS = 'F'
003090             DISPLAY 'SCRNDISP - CONFIRMED MATCH CLEARED, '
003100                     'RELEASE HELD ORDERS BY HAND: ' SQ-KEY
003110         END-IF
003120     ELSE
003130         SET SQ-CONFIRMED TO TRUE
003140         ADD 1 TO WS-MATCHES-CONFIRMED
003150     END-IF.
003160     MOVE SX-DISPOSED-BY TO SQ-DISPOSED-BY.
003170     MOVE WS-RUN-DATE    TO SQ-DISPOSED-DATE.
003180     MOVE WS-RUN-TIME    TO SQ-DISPOSED-TIME.
003190     MOVE SX-NOTE        TO SQ-DISPOSITION-NOTE.
003200     REWRITE SCREEN-MATCH-RECORD
003210         INVALID KEY
003220             DISPLAY 'SCRNDISP - QUEUE REWRITE FAILED, STATUS '
003230                     WS-SCRNQ-STATUS ': ' SQ-KEY
003240     END-REWRITE.
003250     IF NOT SX-CONFIRM
003260         GO TO 2200-UPDATE-QUEUE-EXIT
003270     END-IF.
003280     IF SQ-VENDOR-ID NOT = SPACES
003290         PERFORM 3000-HOLD-VENDOR
003300              THRU 3000-HOLD-VENDOR-EXIT
003310     END-IF.
003320     IF SQ-CUSTOMER-NR > ZERO
003330         PERFORM 4000-HOLD-OPEN-ORDERS
003340              THRU 4000-HOLD-OPEN-ORDERS-EXIT
003350     END-IF.
003360 2200-UPDATE-QUEUE-EXIT.
003370     EXIT.

003380*---------------------------------------------------------------*
003390 3000-HOLD-VENDOR.
003400*---------------------------------------------------------------*
003410     MOVE SQ-VENDOR-ID TO VEND-VENDOR-ID.
003420     READ VENDOR-MASTER
003430         INVALID KEY
003440             DISPLAY 'SCRNDISP - CONFIRMED VENDOR NOT ON MASTER: '
003450                     SQ-VENDOR-ID
003460             GO TO 3000-HOLD-VENDOR-EXIT
003470     END-READ.
003480     MOVE 'Y' TO SX-VENDOR-HELD-SW.
003490     IF VEND-ON-HOLD
003500         GO TO 3000-HOLD-VENDOR-EXIT
003510     END-IF.
003520     MOVE 'Y' TO VEND-HOLD-SW.
003530     REWRITE VENDOR-RECORD
003540         INVALID KEY
003550             DISPLAY 'SCRNDISP - VENDOR REWRITE FAILED, STATUS '
003560                     WS-VENDMSTR-STATUS ': ' SQ-VENDOR-ID
003570         NOT INVALID KEY
003580             ADD 1 TO WS-VENDORS-HELD
003590     END-REWRITE.
003600 3000-HOLD-VENDOR-EXIT.
003610     EXIT.

003620*---------------------------------------------------------------*
003630*    A HOLD TRANSACTION FOR EVERY OPEN ORDER OF THE CONFIRMED    *
003640*    PARTY, WALKING THE ORDER MASTER ON ITS CUSTOMER-NR          *
003650*    ALTERNATE KEY AS DUNNING DOES.                              *
003660*---------------------------------------------------------------*
003670 4000-HOLD-OPEN-ORDERS.
003680*---------------------------------------------------------------*
003690     MOVE ZERO           TO WS-ORDERS-THIS-PARTY.
003700     MOVE SQ-CUSTOMER-NR TO WS-REQUEST-CUSTOMER.
003710     MOVE SQ-CUSTOMER-NR TO CUSTOMER-NR.
003720     START ORDER-MASTER KEY IS >= CUSTOMER-NR
003730         INVALID KEY
003740             MOVE 'N' TO WS-SAME-CUSTOMER-SW
003750         NOT INVALID KEY
003760             PERFORM 4100-READ-NEXT-ORDER
003770                  THRU 4100-READ-NEXT-ORDER-EXIT
003780     END-START.
003790     PERFORM 4200-HOLD-ONE-ORDER
003800          THRU 4200-HOLD-ONE-ORDER-EXIT
003810          UNTIL NOT WS-SAME-CUSTOMER.
003820     MOVE WS-ORDERS-THIS-PARTY TO SX-ORDERS-HELD.
003830 4000-HOLD-OPEN-ORDERS-EXIT.
003840     EXIT.

003850 4100-READ-NEXT-ORDER.
003860     READ ORDER-MASTER NEXT RECORD
003870         AT END MOVE 'N' TO WS-SAME-CUSTOMER-SW
003880         NOT AT END
003890             IF CUSTOMER-NR = WS-REQUEST-CUSTOMER
003900                 MOVE 'Y' TO WS-SAME-CUSTOMER-SW
003910             ELSE
003920                 MOVE 'N' TO WS-SAME-CUSTOMER-SW
003930             END-IF
003940     END-READ.
003950 4100-READ-NEXT-ORDER-EXIT.
003960     EXIT.

003970 4200-HOLD-ONE-ORDER.
003980     IF ORD-OPEN
003990         MOVE SPACES      TO ORDER-STATUS-CHANGE-RECORD
004000         MOVE ORDER-ID    TO OSC-ORDER-ID
004010         MOVE 'HOLD'      TO OSC-NEW-STATUS
004020         MOVE 'SCRNDISP'  TO OSC-CHANGED-BY
004030         MOVE WS-RUN-DATE TO OSC-CHANGE-DATE
004040         MOVE WS-RUN-TIME TO OSC-CHANGE-TIME
004050         MOVE 'RESTRICTED PARTY - COMPLIANCE'
004060                          TO OSC-COMMENT
004070         WRITE ORDER-STATUS-CHANGE-RECORD
004080         ADD 1 TO WS-HOLDS-WRITTEN
004090                  WS-ORDERS-THIS-PARTY
004100     END-IF.
004110     PERFORM 4100-READ-NEXT-ORDER
004120          THRU 4100-READ-NEXT-ORDER-EXIT.
004130 4200-HOLD-ONE-ORDER-EXIT.
004140     EXIT.

004150*---------------------------------------------------------------*
004160*    EVERY CARD GOES ON THE DISPOSITION LOG WITH ITS OUTCOME.    *
004170*---------------------------------------------------------------*
004180 5000-WRITE-DISPOSITION-LOG.
004190*---------------------------------------------------------------*
004200     MOVE WS-RUN-DATE TO SX-APPLIED-DATE.
004210     MOVE WS-RUN-TIME TO SX-APPLIED-TIME.
004220     MOVE SCREEN-DISPOSITION-RECORD TO DISPOSITION-LOG-RECORD.
004230     WRITE DISPOSITION-LOG-RECORD.
004240 5000-WRITE-DISPOSITION-LOG-EXIT.
004250     EXIT.

004260*---------------------------------------------------------------*
004270 8010-LOG-REJECT.
004280*---------------------------------------------------------------*
004290     MOVE SPACES              TO REJECT-RECORD.
004300     MOVE 'SCRNDISP'          TO RJ-SOURCE-FILE.
004310     MOVE SX-SOURCE           TO WS-RK-SOURCE.
004320     MOVE SX-PARTY-KEY        TO WS-RK-PARTY-KEY.
004330     MOVE WS-REJECT-KEY       TO RJ-KEY-FIELD.
004340     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
004350     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
004360     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
004370     WRITE REJECT-RECORD.
004380 8010-LOG-REJECT-EXIT.
004390     EXIT.

004400*---------------------------------------------------------------*
004410 9000-TERMINATE.
004420*---------------------------------------------------------------*
004430     DISPLAY 'SCRNDISP - CARDS READ.........: ' WS-CARDS-READ.
004440     DISPLAY 'SCRNDISP - MATCHES CLEARED....: '
004450              WS-MATCHES-CLEARED.
004460     DISPLAY 'SCRNDISP - MATCHES CONFIRMED..: '
004470              WS-MATCHES-CONFIRMED.
004480     DISPLAY 'SCRNDISP - CARDS REFUSED......: '
004490              WS-CARDS-REFUSED.
004500     DISPLAY 'SCRNDISP - VENDORS PUT ON HOLD: '
004510              WS-VENDORS-HELD.
004520     DISPLAY 'SCRNDISP - HOLD TRANS WRITTEN.: '
004530              WS-HOLDS-WRITTEN.
004540     CLOSE DISPOSITION-IN ORDER-MASTER MATCH-QUEUE
004550           VENDOR-MASTER ORDER-CHG-OUT REJECT-OUT
004560           DISPOSITION-LOG.
004570 9000-TERMINATE-EXIT.
004580     EXIT.

004590*---------------------------------------------------------------*
004600*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004610*---------------------------------------------------------------*
004620 9700-LOG-STEP-START.
004630*---------------------------------------------------------------*
004640     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004650     MOVE 'SCRNDISP'        TO EX-JOB-NAME.
004660     SET EX-STEP-START      TO TRUE.
004670     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004680     ACCEPT EX-RUN-TIME FROM TIME.
004690     MOVE ZERO              TO EX-RECORDS-READ
004700                               EX-RECORDS-WRITTEN
004710                               EX-REJECT-COUNT
004720                               EX-COMPLETION-CODE.
004730     OPEN EXTEND EXEC-LOG-OUT.
004740     WRITE EXECUTION-LOG-RECORD.
004750     CLOSE EXEC-LOG-OUT.
004760 9700-LOG-STEP-START-EXIT.
004770     EXIT.

004780*---------------------------------------------------------------*
004790*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004800*    ENDING WITH.                                               *
004810*---------------------------------------------------------------*
004820 9710-LOG-STEP-END.
004830*---------------------------------------------------------------*
004840     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004850     MOVE 'SCRNDISP'        TO EX-JOB-NAME.
004860     SET EX-STEP-END        TO TRUE.
004870     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004880     ACCEPT EX-RUN-TIME FROM TIME.
004890     MOVE WS-CARDS-READ     TO EX-RECORDS-READ.
004900     COMPUTE EX-RECORDS-WRITTEN = WS-MATCHES-CLEARED
004910                                + WS-MATCHES-CONFIRMED.
004920     MOVE WS-CARDS-REFUSED  TO EX-REJECT-COUNT.
004930     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004940     OPEN EXTEND EXEC-LOG-OUT.
004950     WRITE EXECUTION-LOG-RECORD.
004960     CLOSE EXEC-LOG-OUT.
004970 9710-LOG-STEP-END-EXIT.
004980     EXIT.
