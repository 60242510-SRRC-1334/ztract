000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    VENDVRFY.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - RECORDS CALLBACK
000210*                   VERIFICATION OF A CHANGED VENDOR REMIT-TO.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      VENDLOAD PUTS A VENDOR INTO PENDING VERIFICATION WHEN ITS
000250*      REMIT-TO ADDRESS, CITY, ZIP, OR TAX ID CHANGES, AND PAYSEL
000260*      PAYS NOTHING TO THE VENDOR UNTIL THE CHANGE IS VERIFIED OR
000270*      THE COOLING-OFF PERIOD RUNS OUT.  AP VERIFIES THE CHANGE BY
000280*      CALLING THE VENDOR BACK ON A NUMBER ALREADY ON FILE, AND
000290*      ENTERS ONE CALLBACK CARD (COPY VENDVRF) PER VENDOR.  THE
000300*      CARD IS REFUSED WHEN:
000310*
000320*          - THE VERIFYING USER IS BLANK, IS NOT ON THE OPERATOR
000330*            AUTHORITY MASTER, IS REVOKED, OR IS A BATCH JOB (SY)
000340*          - THE VENDOR IS NOT ON THE VENDOR MASTER
000350*          - THE VENDOR IS NOT PENDING VERIFICATION
000360*
000370*      AN ACCEPTED CARD MARKS THE VENDOR VERIFIED WITH THE USER
000380*      AND CALLBACK DATE (THE RUN DATE WHEN THE CARD HAS NONE), SO
000390*      THE NEXT PAYSEL PAYS IT, AND APPENDS A CALLBACK ENTRY TO
000400*      THE VENDOR CHANGE LOG FOR THE DAILY VENDOR-CHANGE REPORT.
000410*      THE STATE CARRIES THROUGH THE NIGHTLY VENDLOAD REFRESH
000420*      UNTIL THE NEXT REMIT-TO CHANGE.  A REFUSAL GOES TO THE
000430*      REJECT LOG.
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT VERIFY-IN       ASSIGN TO VENDVRF
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT AUTHORITY-IN    ASSIGN TO OPRAUTH
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT VENDOR-MASTER   ASSIGN TO VENDMSTR
000560            ORGANIZATION IS INDEXED
000570            ACCESS MODE IS RANDOM
000580            RECORD KEY IS VEND-VENDOR-ID
000590            FILE STATUS IS WS-VENDMSTR-STATUS.
000600     SELECT OPTIONAL
000610            VENDOR-CHANGE-LOG ASSIGN TO VENDCHG
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS WS-VENDCHG-STATUS.
000640     SELECT REJECT-OUT      ASSIGN TO REJOUT
000650            ORGANIZATION IS SEQUENTIAL.
000652     SELECT OPTIONAL
000654            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000656            ORGANIZATION IS SEQUENTIAL
000658            FILE STATUS IS WS-EXECLOG-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  VERIFY-IN
000690     LABEL RECORDS ARE STANDARD.
000700 COPY VENDVRF.

000710 FD  AUTHORITY-IN
000720     LABEL RECORDS ARE STANDARD.
000730 COPY OPRAUTH.

000740 FD  VENDOR-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760 COPY VENDREC.

000770 FD  VENDOR-CHANGE-LOG
000780     LABEL RECORDS ARE STANDARD.
000790 COPY VENDCHG.

000800 FD  REJECT-OUT
000810     LABEL RECORDS ARE STANDARD.
000820 COPY REJCREC.

000822 FD  EXEC-LOG-OUT
000824     LABEL RECORDS ARE STANDARD.
000826 COPY EXECLOG.

000830 WORKING-STORAGE SECTION.
000840 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
000850 01  WS-VENDCHG-STATUS         PIC X(02)  VALUE SPACES.
000855 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000860 01  WS-SWITCHES.
000870     05  WS-VERIFY-EOF         PIC X(01)  VALUE 'N'.
000880         88  VERIFY-EOF                   VALUE 'Y'.
000890     05  WS-AUTH-EOF           PIC X(01)  VALUE 'N'.
000900         88  AUTH-EOF                     VALUE 'Y'.
000910     05  WS-USER-FOUND-SW      PIC X(01)  VALUE 'N'.
000920         88  WS-USER-FOUND                VALUE 'Y'.
000930     05  WS-VENDOR-FOUND-SW    PIC X(01)  VALUE 'N'.
000940         88  WS-VENDOR-FOUND              VALUE 'Y'.

000950 01  WS-COUNTERS                          COMP.
000960     05  WS-CARDS-READ         PIC 9(09)  VALUE ZERO.
000970     05  WS-VENDORS-VERIFIED   PIC 9(09)  VALUE ZERO.
000980     05  WS-CARDS-REFUSED      PIC 9(09)  VALUE ZERO.
000990     05  WS-AUTH-COUNT         PIC 9(04)  VALUE ZERO.
001000     05  WS-AUTH-NDX           PIC 9(04)  VALUE ZERO.

001010 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001020 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001030 01  WS-CALLBACK-DATE          PIC 9(08)  VALUE ZERO.
001040 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

001050*----------------------------------------------------------------
001060*    WHAT THE CHANGE LOG SHOWS FOR A CALLBACK: THE DATE THE
001070*    VENDOR WENT PENDING BEFORE, WHO WAS REACHED AND ON WHAT
001080*    NUMBER AFTER.
001090*----------------------------------------------------------------
001100 01  WS-PENDING-SINCE.
001110     05  FILLER                PIC X(14)  VALUE 'PENDING SINCE '.
001120     05  WS-PS-CHANGE-DATE     PIC 9(08).
001130 01  WS-CALLBACK-DETAIL.
001140     05  WS-CD-CONTACT-NAME    PIC X(30).
001150     05  FILLER                PIC X(01)  VALUE SPACES.
001160     05  WS-CD-CONTACT-PHONE   PIC X(15).
001170     05  FILLER                PIC X(01)  VALUE SPACES.
001180     05  WS-CD-CALLBACK-DATE   PIC 9(08).

001190*----------------------------------------------------------------
001200*    THE OPERATOR AUTHORITY MASTER, HELD IN STORAGE FOR THE RUN.
001210*----------------------------------------------------------------
001220 01  WS-AUTHORITY-TABLE.
001230     05  WS-AT-ENTRY OCCURS 1 TO 500 TIMES
001240                     DEPENDING ON WS-AUTH-COUNT.
001250         10  WS-AT-USER-ID      PIC X(08).
001260         10  WS-AT-ROLE         PIC X(02).
001270             88  WS-AT-SYSTEM-JOB         VALUE 'SY'.
001280         10  WS-AT-STATUS       PIC X(01).
001290             88  WS-AT-ACTIVE             VALUE 'A'.

001300 PROCEDURE DIVISION.
001310*---------------------------------------------------------------*
001320 0000-MAINLINE.
001330*---------------------------------------------------------------*
001333     PERFORM 9700-LOG-STEP-START
001336          THRU 9700-LOG-STEP-START-EXIT.
001340     PERFORM 1000-INITIALIZE
001350          THRU 1000-INITIALIZE-EXIT.
001360     PERFORM 2000-APPLY-CALLBACK
001370          THRU 2000-APPLY-CALLBACK-EXIT
001380          UNTIL VERIFY-EOF.
001390     PERFORM 9000-TERMINATE
001400          THRU 9000-TERMINATE-EXIT.
001403     PERFORM 9710-LOG-STEP-END
001406          THRU 9710-LOG-STEP-END-EXIT.
001410     GOBACK.

001420*---------------------------------------------------------------*
001430 1000-INITIALIZE.
001440*---------------------------------------------------------------*
001450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001460     ACCEPT WS-RUN-TIME FROM TIME.
001470     OPEN INPUT AUTHORITY-IN.
001480     PERFORM 1100-LOAD-AUTHORITY
001490          THRU 1100-LOAD-AUTHORITY-EXIT
001500          UNTIL AUTH-EOF.
001510     CLOSE AUTHORITY-IN.
001520     OPEN INPUT  VERIFY-IN.
001530     OPEN I-O    VENDOR-MASTER.
001540     OPEN OUTPUT REJECT-OUT.
001550     OPEN EXTEND VENDOR-CHANGE-LOG.
001560     READ VERIFY-IN
001570         AT END SET VERIFY-EOF TO TRUE
001580     END-READ.
001590 1000-INITIALIZE-EXIT.
001600     EXIT.

001610 1100-LOAD-AUTHORITY.
001620     READ AUTHORITY-IN
001630         AT END
001640             SET AUTH-EOF TO TRUE
001650             GO TO 1100-LOAD-AUTHORITY-EXIT
001660     END-READ.
001670     IF WS-AUTH-COUNT NOT < 500
001680         DISPLAY 'VENDVRFY - AUTHORITY TABLE FULL, SKIPPING '
001690                 UA-USER-ID
001700         GO TO 1100-LOAD-AUTHORITY-EXIT
001710     END-IF.
001720     ADD 1 TO WS-AUTH-COUNT.
001730     MOVE UA-USER-ID        TO WS-AT-USER-ID (WS-AUTH-COUNT).
001740     MOVE UA-ROLE           TO WS-AT-ROLE (WS-AUTH-COUNT).
001750     MOVE UA-STATUS         TO WS-AT-STATUS (WS-AUTH-COUNT).
001760 1100-LOAD-AUTHORITY-EXIT.
001770     EXIT.

001780*---------------------------------------------------------------*
001790*    ONE CALLBACK CARD - EDIT IT AGAINST THE AUTHORITY MASTER    *
001800*    AND THE VENDOR MASTER, THEN MARK THE VENDOR VERIFIED.       *
001810*---------------------------------------------------------------*
001820 2000-APPLY-CALLBACK.
001830*---------------------------------------------------------------*
001840     ADD 1 TO WS-CARDS-READ.
001850     MOVE SPACES TO WS-REJECT-REASON.
001860     PERFORM 2100-FIND-USER
001870          THRU 2100-FIND-USER-EXIT.
001880     MOVE VV-VENDOR-ID TO VEND-VENDOR-ID.
001890     MOVE 'Y' TO WS-VENDOR-FOUND-SW.
001900     READ VENDOR-MASTER
001910         INVALID KEY
001920             MOVE 'N' TO WS-VENDOR-FOUND-SW
001930     END-READ.
001940     EVALUATE TRUE
001950         WHEN VV-VERIFIED-BY = SPACES
001960             MOVE 'VERIFIED-BY IS SPACES' TO WS-REJECT-REASON
001970         WHEN NOT WS-USER-FOUND
001980             MOVE 'USER NOT ON AUTHORITY MASTER'
001990               TO WS-REJECT-REASON
002000         WHEN NOT WS-AT-ACTIVE (WS-AUTH-NDX)
002010             MOVE 'USER AUTHORITY REVOKED' TO WS-REJECT-REASON
002020         WHEN WS-AT-SYSTEM-JOB (WS-AUTH-NDX)
002030             MOVE 'BATCH JOB MAY NOT VERIFY' TO WS-REJECT-REASON
002040         WHEN NOT WS-VENDOR-FOUND
002050             MOVE 'VENDOR NOT ON VENDOR MASTER'
002060               TO WS-REJECT-REASON
002070         WHEN NOT VEND-VERIFY-PENDING
002080             MOVE 'VENDOR NOT PENDING VERIFICATION'
002090               TO WS-REJECT-REASON
002100         WHEN OTHER
002110             CONTINUE
002120     END-EVALUATE.
002130     IF WS-REJECT-REASON NOT = SPACES
002140         ADD 1 TO WS-CARDS-REFUSED
002150         DISPLAY 'VENDVRFY - CALLBACK REFUSED: ' VV-VENDOR-ID
002160                 ' ' WS-REJECT-REASON
002170         PERFORM 8010-LOG-REJECT
002180              THRU 8010-LOG-REJECT-EXIT
002190     ELSE
002200         PERFORM 2200-MARK-VERIFIED
002210              THRU 2200-MARK-VERIFIED-EXIT
002220     END-IF.
002230     READ VERIFY-IN
002240         AT END SET VERIFY-EOF TO TRUE
002250     END-READ.
002260 2000-APPLY-CALLBACK-EXIT.
002270     EXIT.

002280 2100-FIND-USER.
002290     MOVE 'N' TO WS-USER-FOUND-SW.
002300     PERFORM 2110-SCAN-USER-ENTRY
002310          THRU 2110-SCAN-USER-ENTRY-EXIT
002320          VARYING WS-AUTH-NDX FROM 1 BY 1
002330          UNTIL WS-AUTH-NDX > WS-AUTH-COUNT
002340             OR WS-USER-FOUND.
002350*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002360*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002370     IF WS-USER-FOUND
002380         SUBTRACT 1 FROM WS-AUTH-NDX
002390     END-IF.
002400 2100-FIND-USER-EXIT.
002410     EXIT.

002420 2110-SCAN-USER-ENTRY.
002430     IF WS-AT-USER-ID (WS-AUTH-NDX) = VV-VERIFIED-BY
002440         SET WS-USER-FOUND TO TRUE
002450     END-IF.
002460 2110-SCAN-USER-ENTRY-EXIT.
002470     EXIT.

002480*---------------------------------------------------------------*
002490*    STAMP THE CALLBACK ON THE VENDOR AND LOG IT.                *
002500*---------------------------------------------------------------*
002510 2200-MARK-VERIFIED.
002520*---------------------------------------------------------------*
002530     IF VV-CALLBACK-DATE NUMERIC
002540        AND VV-CALLBACK-DATE > ZERO
002550         MOVE VV-CALLBACK-DATE TO WS-CALLBACK-DATE
002560     ELSE
002570         MOVE WS-RUN-DATE      TO WS-CALLBACK-DATE
002580     END-IF.
002590     MOVE VEND-CHANGE-DATE TO WS-PS-CHANGE-DATE.
002600     SET VEND-VERIFIED     TO TRUE.
002610     MOVE VV-VERIFIED-BY   TO VEND-VERIFIED-BY.
002620     MOVE WS-CALLBACK-DATE TO VEND-VERIFIED-DATE.
002630     REWRITE VENDOR-RECORD
002640         INVALID KEY
002650             DISPLAY 'VENDVRFY - VENDOR REWRITE FAILED, STATUS '
002660                     WS-VENDMSTR-STATUS ': ' VV-VENDOR-ID
002670             GO TO 2200-MARK-VERIFIED-EXIT
002680     END-REWRITE.
002690     ADD 1 TO WS-VENDORS-VERIFIED.
002700     MOVE VV-CONTACT-NAME  TO WS-CD-CONTACT-NAME.
002710     MOVE VV-CONTACT-PHONE TO WS-CD-CONTACT-PHONE.
002720     MOVE WS-CALLBACK-DATE TO WS-CD-CALLBACK-DATE.
002730     MOVE SPACES           TO VENDOR-CHANGE-RECORD.
002740     MOVE VV-VENDOR-ID     TO VC-VENDOR-ID.
002750     MOVE WS-RUN-DATE      TO VC-CHANGE-DATE.
002760     MOVE WS-RUN-TIME      TO VC-CHANGE-TIME.
002770     SET VC-CALLBACK       TO TRUE.
002780     MOVE 'VEND-VERIFY-SW' TO VC-FIELD-NAME.
002790     MOVE WS-PENDING-SINCE TO VC-BEFORE-VALUE.
002800     MOVE WS-CALLBACK-DETAIL TO VC-AFTER-VALUE.
002810     MOVE 'N'              TO VC-VERIFY-SW.
002820     MOVE VV-VERIFIED-BY   TO VC-CHANGED-BY.
002830     WRITE VENDOR-CHANGE-RECORD.
002840 2200-MARK-VERIFIED-EXIT.
002850     EXIT.

002860*---------------------------------------------------------------*
002870 8010-LOG-REJECT.
002880*---------------------------------------------------------------*
002890     MOVE SPACES              TO REJECT-RECORD.
002900     MOVE 'VENDVRFY'          TO RJ-SOURCE-FILE.
002910     MOVE VV-VENDOR-ID        TO RJ-KEY-FIELD.
002920     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002930     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002940     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002950     WRITE REJECT-RECORD.
002960 8010-LOG-REJECT-EXIT.
002970     EXIT.

002980*---------------------------------------------------------------*
002990 9000-TERMINATE.
003000*---------------------------------------------------------------*
003010     DISPLAY 'VENDVRFY - CARDS READ.......: ' WS-CARDS-READ.
003020     DISPLAY 'VENDVRFY - VENDORS VERIFIED.: ' WS-VENDORS-VERIFIED.
003030     DISPLAY 'VENDVRFY - CARDS REFUSED....: ' WS-CARDS-REFUSED.
003040     CLOSE VERIFY-IN VENDOR-MASTER REJECT-OUT VENDOR-CHANGE-LOG.
003050 9000-TERMINATE-EXIT.
003060     EXIT.

003070*---------------------------------------------------------------*
003080*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003090*---------------------------------------------------------------*
003100 9700-LOG-STEP-START.
003110*---------------------------------------------------------------*
003120     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003130     MOVE 'VENDVRFY'        TO EX-JOB-NAME.
003140     SET EX-STEP-START      TO TRUE.
003150     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003160     ACCEPT EX-RUN-TIME FROM TIME.
003170     MOVE ZERO              TO EX-RECORDS-READ
003180                               EX-RECORDS-WRITTEN
003190                               EX-REJECT-COUNT
003200                               EX-COMPLETION-CODE.
003210     OPEN EXTEND EXEC-LOG-OUT.
003220     WRITE EXECUTION-LOG-RECORD.
003230     CLOSE EXEC-LOG-OUT.
003240 9700-LOG-STEP-START-EXIT.
003250     EXIT.

003260*---------------------------------------------------------------*
003270*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003280*    ENDING WITH.                                               *
003290*---------------------------------------------------------------*
003300 9710-LOG-STEP-END.
003310*---------------------------------------------------------------*
003320     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003330     MOVE 'VENDVRFY'        TO EX-JOB-NAME.
003340     SET EX-STEP-END        TO TRUE.
003350     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003360     ACCEPT EX-RUN-TIME FROM TIME.
003370     MOVE WS-CARDS-READ     TO EX-RECORDS-READ.
003380     MOVE WS-VENDORS-VERIFIED TO EX-RECORDS-WRITTEN.
003390     MOVE WS-CARDS-REFUSED  TO EX-REJECT-COUNT.
003400     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003410     OPEN EXTEND EXEC-LOG-OUT.
003420     WRITE EXECUTION-LOG-RECORD.
003430     CLOSE EXEC-LOG-OUT.
003440 9710-LOG-STEP-END-EXIT.
003450     EXIT.
