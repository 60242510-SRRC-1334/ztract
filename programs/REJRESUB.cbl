000230*                   BACK TO ITS INTAKE AND THE REJECT CLOSES,
000240*                   SO A REJECTED EDI ORDER CAN NO LONGER FALL
000250*                   THROUGH THE CRACKS FOR A WEEK.
000252*  2026-10-15 JLH   INV-RESUB-RECORD AND THE HELD CORRECTION
000254*                   IMAGE WIDENED TO PIC X(982) WITH THE
000256*                   INV-ENTERED-BY AND INV-LAST-CHANGED-BY
000258*                   FIELDS ADDED TO THE INVOICE-RECORD LAYOUT.
000259*  2026-10-15 JLH   REFCHECK INTEGRITY FINDINGS (SOURCE CODES
000260*                   RI...) HAVE NO INTAKE - THE MASTER ITSELF
000261*                   IS REPAIRED.  A RESUBMIT AGAINST ONE NOW
000262*                   CLOSES IT AS CORRECTED INSTEAD OF LEAVING
000263*                   IT OPEN FOR WANT OF A ROUTE.
000264*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000265*                   TO THE COMMON EXECUTION LOG FOR THE
000266*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000267*****************************************************************
000270*  REMARKS.
000280*      READS THE COMMON REJECT LOG AND THE CORRECTION-ENTRY
000290*      FILE (COPY REJCORR), MATCHES CORRECTIONS TO THEIR OPEN
000430*            RESUBMITTED
000440*          - A WRITE-OFF CORRECTION CLOSES THE REJECT AS
000450*            WRITTEN OFF, WHATEVER ITS SOURCE
000451*          - A RESUBMIT FOR A REFCHECK INTEGRITY FINDING
000452*            (RIORDXRF, RIINVVND, RIINVORD, RIXRFACT, RIPAYACT,
000453*            RISTKPRC, RIDUNPTY) CONFIRMS THE MASTER HAS BEEN
000454*            REPAIRED; NOTHING IS ROUTED AND THE REJECT CLOSES
000455*            AS CORRECTED
000460*          - A RESUBMIT FOR A SOURCE WITH NO INTAKE ROUTE IS
000470*            COUNTED AND THE REJECT STAYS OPEN
000480*          - A CORRECTION MATCHING NO OPEN REJECT APPENDS ITS
000740            ORGANIZATION IS SEQUENTIAL.
000750     SELECT OCHG-RESUB-OUT ASSIGN TO OCHGOUT
000760            ORGANIZATION IS SEQUENTIAL.
000762     SELECT OPTIONAL
000764            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000766            ORGANIZATION IS SEQUENTIAL
000768            FILE STATUS IS WS-EXECLOG-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.

001120 FD  INV-RESUB-OUT
001130     LABEL RECORDS ARE STANDARD.
001140 01  INV-RESUB-RECORD          PIC X(982).

001150 FD  SCHG-RESUB-OUT
001160     LABEL RECORDS ARE STANDARD.
001190     LABEL RECORDS ARE STANDARD.
001200 COPY ORDSCHG.

001202 FD  EXEC-LOG-OUT
001204     LABEL RECORDS ARE STANDARD.
001206 COPY EXECLOG.

001210 WORKING-STORAGE SECTION.
001215 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001220 01  WS-SWITCHES.
001230     05  WS-REJECT-EOF         PIC X(01)  VALUE 'N'.
001240         88  REJECT-EOF                   VALUE 'Y'.
001360     05  WS-RESUBMITTED        PIC 9(09)  VALUE ZERO.
001370     05  WS-WRITTEN-OFF        PIC 9(09)  VALUE ZERO.
001380     05  WS-NO-ROUTE           PIC 9(09)  VALUE ZERO.
001385     05  WS-MASTER-CORRECTED   PIC 9(09)  VALUE ZERO.
001390     05  WS-CORR-UNMATCHED     PIC 9(09)  VALUE ZERO.
001400     05  WS-PASSED-THROUGH     PIC 9(09)  VALUE ZERO.
001410     05  WS-CT-COUNT           PIC 9(05)  VALUE ZERO.
001550         10  WS-CT-REJECT-DATE  PIC 9(08).
001560         10  WS-CT-REJECT-TIME  PIC 9(06).
001570         10  WS-CT-ACTION       PIC X(01).
001580         10  WS-CT-IMAGE        PIC X(982).
001590         10  WS-CT-USED-SW      PIC X(01).

001600 PROCEDURE DIVISION.
001610*---------------------------------------------------------------*
001620 0000-MAINLINE.
001630*---------------------------------------------------------------*
001633     PERFORM 9700-LOG-STEP-START
001636          THRU 9700-LOG-STEP-START-EXIT.
001640     PERFORM 1000-INITIALIZE
001650          THRU 1000-INITIALIZE-EXIT.
001660     IF WS-TABLE-FULL
001690         CLOSE REJECT-IN REJECT-OUT ORDER-RESUB-OUT
001700               INV-RESUB-OUT SCHG-RESUB-OUT OCHG-RESUB-OUT
001710         MOVE 16 TO RETURN-CODE
001713         PERFORM 9710-LOG-STEP-END
001716              THRU 9710-LOG-STEP-END-EXIT
001720         GOBACK
001730     END-IF.
001740     PERFORM 2000-PROCESS-REJECT
001800          UNTIL WS-CT-NDX > WS-CT-COUNT.
001810     PERFORM 9000-TERMINATE
001820          THRU 9000-TERMINATE-EXIT.
001823     PERFORM 9710-LOG-STEP-END
001826          THRU 9710-LOG-STEP-END-EXIT.
001830     GOBACK.

001840*---------------------------------------------------------------*
002900*---------------------------------------------------------------*
002910*    ACTION THE MATCHED CORRECTION: A WRITE-OFF JUST CLOSES THE   *
002920*    REJECT; A RESUBMIT ROUTES THE CORRECTED IMAGE TO ITS INTAKE  *
002930*    AND CLOSES IT AS RESUBMITTED.  AN INTEGRITY FINDING HAS NO   *
002935*    IMAGE TO ROUTE - ITS MASTER WAS FIXED - AND CLOSES AS        *
002940*    CORRECTED.  A SOURCE WITH NO ROUTE LEAVES THE REJECT OPEN    *
002945*    FOR ANOTHER DAY.                                             *
002950*---------------------------------------------------------------*
002960 2200-ACTION-CORRECTION.
002970*---------------------------------------------------------------*
003010         MOVE 'W' TO RJ-STATUS
003020         GO TO 2200-ACTION-CORRECTION-EXIT
003030     END-IF.
003031     EVALUATE RJI-SOURCE-FILE
003032         WHEN 'RIORDXRF'
003033         WHEN 'RIINVVND'
003034         WHEN 'RIINVORD'
003035         WHEN 'RIXRFACT'
003036         WHEN 'RIPAYACT'
003037         WHEN 'RISTKPRC'
003038         WHEN 'RIDUNPTY'
003039             ADD 1 TO WS-MASTER-CORRECTED
003041             MOVE 'C' TO RJ-STATUS
003043             GO TO 2200-ACTION-CORRECTION-EXIT
003045     END-EVALUATE.
003047     PERFORM 2300-ROUTE-CORRECTED-IMAGE
003050          THRU 2300-ROUTE-CORRECTED-IMAGE-EXIT.
003060     IF WS-ROUTED
003070         ADD 1 TO WS-RESUBMITTED
003870              WS-RESUBMITTED.
003880     DISPLAY 'REJRESUB - WRITTEN OFF.........: '
003890              WS-WRITTEN-OFF.
003893     DISPLAY 'REJRESUB - MASTER CORRECTED....: '
003896              WS-MASTER-CORRECTED.
003900     DISPLAY 'REJRESUB - NO INTAKE ROUTE.....: '
003910              WS-NO-ROUTE.
003920     DISPLAY 'REJRESUB - CORR UNMATCHED......: '
003970           INV-RESUB-OUT SCHG-RESUB-OUT OCHG-RESUB-OUT.
003980 9000-TERMINATE-EXIT.
003990     EXIT.

004000*---------------------------------------------------------------*
004010*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004020*---------------------------------------------------------------*
004030 9700-LOG-STEP-START.
004040*---------------------------------------------------------------*
004050     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004060     MOVE 'REJRESUB'        TO EX-JOB-NAME.
004070     SET EX-STEP-START      TO TRUE.
004080     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004090     ACCEPT EX-RUN-TIME FROM TIME.
004100     MOVE ZERO              TO EX-RECORDS-READ
004110                               EX-RECORDS-WRITTEN
004120                               EX-REJECT-COUNT
004130                               EX-COMPLETION-CODE.
004140     OPEN EXTEND EXEC-LOG-OUT.
004150     WRITE EXECUTION-LOG-RECORD.
004160     CLOSE EXEC-LOG-OUT.
004170 9700-LOG-STEP-START-EXIT.
004180     EXIT.

004190*---------------------------------------------------------------*
004200*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004210*    ENDING WITH.                                               *
004220*---------------------------------------------------------------*
004230 9710-LOG-STEP-END.
004240*---------------------------------------------------------------*
004250     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004260     MOVE 'REJRESUB'        TO EX-JOB-NAME.
004270     SET EX-STEP-END        TO TRUE.
004280     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004290     ACCEPT EX-RUN-TIME FROM TIME.
004300     MOVE WS-REJECTS-READ   TO EX-RECORDS-READ.
004310     MOVE WS-RESUBMITTED    TO EX-RECORDS-WRITTEN.
004320     MOVE WS-CORR-UNMATCHED TO EX-REJECT-COUNT.
004330     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004340     OPEN EXTEND EXEC-LOG-OUT.
004350     WRITE EXECUTION-LOG-RECORD.
004360     CLOSE EXEC-LOG-OUT.
004370 9710-LOG-STEP-END-EXIT.
004380     EXIT.
