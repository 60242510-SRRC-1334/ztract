000380*                   ONLY ITS OWN CONSUMER ENTRY ON EACH
000390*                   MASTER'S RECORD; A DELIBERATE RERUN SETS
000400*                   THE OVERRIDE ON THE CONTROL CARD.
000402*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000404*                   TO THE COMMON EXECUTION LOG FOR THE
000406*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000410*****************************************************************
000420*  REMARKS.
000430*      EACH OF THE THREE DATE-BEARING MASTER FILES IS READ IN
000950            ACCESS MODE IS RANDOM
000960            RECORD KEY IS RC-FILE-ID
000970            FILE STATUS IS WS-RUNCTL-STATUS.
000972     SELECT OPTIONAL
000974            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000976            ORGANIZATION IS SEQUENTIAL
000978            FILE STATUS IS WS-EXECLOG-STATUS.

000980 DATA DIVISION.
000990 FILE SECTION.
001360     LABEL RECORDS ARE STANDARD.
001370 COPY RUNCTL.

001372 FD  EXEC-LOG-OUT
001374     LABEL RECORDS ARE STANDARD.
001376 COPY EXECLOG.

001380 WORKING-STORAGE SECTION.
001390 01  WS-RUNCTL-STATUS          PIC X(02)  VALUE SPACES.
001395 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.
001400 01  WS-SWITCHES.
001410     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001420         88  INVOICE-EOF                  VALUE 'Y'.
001700*---------------------------------------------------------------*
001710 0000-MAINLINE.
001720*---------------------------------------------------------------*
001723     PERFORM 9700-LOG-STEP-START
001726          THRU 9700-LOG-STEP-START-EXIT.
001730     PERFORM 1000-INITIALIZE
001740          THRU 1000-INITIALIZE-EXIT.
001750     IF WS-RUN-REFUSED
001760         MOVE 16 TO RETURN-CODE
001763         PERFORM 9710-LOG-STEP-END
001766              THRU 9710-LOG-STEP-END-EXIT
001770         GOBACK
001780     END-IF.
001790     PERFORM 2000-ARCHIVE-INVOICES
001840          THRU 4000-ARCHIVE-MSEG-EXIT.
001850     PERFORM 9000-TERMINATE
001860          THRU 9000-TERMINATE-EXIT.
001863     PERFORM 9710-LOG-STEP-END
001866          THRU 9710-LOG-STEP-END-EXIT.
001870     GOBACK.

001880*---------------------------------------------------------------*
004740     MOVE ZERO   TO RC-CONSUMED-GEN (WS-SCAN-NDX).
004750 9620-CLEAR-ONE-CONSUMER-EXIT.
004760     EXIT.

004770*---------------------------------------------------------------*
004780*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004790*---------------------------------------------------------------*
004800 9700-LOG-STEP-START.
004810*---------------------------------------------------------------*
004820     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004830     MOVE 'ARCHPURG'        TO EX-JOB-NAME.
004840     SET EX-STEP-START      TO TRUE.
004850     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004860     ACCEPT EX-RUN-TIME FROM TIME.
004870     MOVE ZERO              TO EX-RECORDS-READ
004880                               EX-RECORDS-WRITTEN
004890                               EX-REJECT-COUNT
004900                               EX-COMPLETION-CODE.
004910     OPEN EXTEND EXEC-LOG-OUT.
004920     WRITE EXECUTION-LOG-RECORD.
004930     CLOSE EXEC-LOG-OUT.
004940 9700-LOG-STEP-START-EXIT.
004950     EXIT.

004960*---------------------------------------------------------------*
004970*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004980*    ENDING WITH.                                               *
004990*---------------------------------------------------------------*
005000 9710-LOG-STEP-END.
005010*---------------------------------------------------------------*
005020     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005030     MOVE 'ARCHPURG'        TO EX-JOB-NAME.
005040     SET EX-STEP-END        TO TRUE.
005050     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005060     ACCEPT EX-RUN-TIME FROM TIME.
005070     COMPUTE EX-RECORDS-READ = WS-INVOICES-READ
005080                             + WS-ORDERS-READ
005090                             + WS-MSEGS-READ.
005100     COMPUTE EX-RECORDS-WRITTEN = WS-INVOICES-ARCHIVED
005110                                + WS-ORDERS-ARCHIVED
005120                                + WS-MSEGS-ARCHIVED.
005130     MOVE ZERO              TO EX-REJECT-COUNT.
005140     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005150     OPEN EXTEND EXEC-LOG-OUT.
005160     WRITE EXECUTION-LOG-RECORD.
005170     CLOSE EXEC-LOG-OUT.
005180 9710-LOG-STEP-END-EXIT.
005190     EXIT.
