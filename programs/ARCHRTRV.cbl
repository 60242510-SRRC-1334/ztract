000200*  2026-08-22 JLH   INITIAL VERSION - ARCHIVE RETRIEVAL AND
000210*                   SELECTIVE RESTORE, THE WAY BACK THAT ARCHPURG
000220*                   NEVER HAD.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      ARCHPURG SPLITS THE THREE DATE-BEARING MASTERS INTO KEPT
000690            ORGANIZATION IS SEQUENTIAL.
000700     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000710            ORGANIZATION IS SEQUENTIAL.
000712     SELECT OPTIONAL
000714            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000716            ORGANIZATION IS SEQUENTIAL
000718            FILE STATUS IS WS-EXECLOG-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000990     LABEL RECORDS ARE STANDARD.
001000 01  REPORT-LINE               PIC X(100).

001002 FD  EXEC-LOG-OUT
001004     LABEL RECORDS ARE STANDARD.
001006 COPY EXECLOG.

001010 WORKING-STORAGE SECTION.
001015 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001020 01  WS-SWITCHES.
001030     05  WS-REQUEST-EOF        PIC X(01)  VALUE 'N'.
001040         88  REQUEST-EOF                  VALUE 'Y'.
001730*---------------------------------------------------------------*
001740 0000-MAINLINE.
001750*---------------------------------------------------------------*
001753     PERFORM 9700-LOG-STEP-START
001756          THRU 9700-LOG-STEP-START-EXIT.
001760     PERFORM 1000-INITIALIZE
001770          THRU 1000-INITIALIZE-EXIT.
001780     PERFORM 2000-PROCESS-REQUEST
001800          UNTIL REQUEST-EOF.
001810     PERFORM 9000-TERMINATE
001820          THRU 9000-TERMINATE-EXIT.
001823     PERFORM 9710-LOG-STEP-END
001826          THRU 9710-LOG-STEP-END-EXIT.
001830     GOBACK.

001840*---------------------------------------------------------------*
003960           REPORT-OUT.
003970 9000-TERMINATE-EXIT.
003980     EXIT.

003990*---------------------------------------------------------------*
004000*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004010*---------------------------------------------------------------*
004020 9700-LOG-STEP-START.
004030*---------------------------------------------------------------*
004040     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004050     MOVE 'ARCHRTRV'        TO EX-JOB-NAME.
004060     SET EX-STEP-START      TO TRUE.
004070     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004080     ACCEPT EX-RUN-TIME FROM TIME.
004090     MOVE ZERO              TO EX-RECORDS-READ
004100                               EX-RECORDS-WRITTEN
004110                               EX-REJECT-COUNT
004120                               EX-COMPLETION-CODE.
004130     OPEN EXTEND EXEC-LOG-OUT.
004140     WRITE EXECUTION-LOG-RECORD.
004150     CLOSE EXEC-LOG-OUT.
004160 9700-LOG-STEP-START-EXIT.
004170     EXIT.

004180*---------------------------------------------------------------*
004190*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004200*    ENDING WITH.                                               *
004210*---------------------------------------------------------------*
004220 9710-LOG-STEP-END.
004230*---------------------------------------------------------------*
004240     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004250     MOVE 'ARCHRTRV'        TO EX-JOB-NAME.
004260     SET EX-STEP-END        TO TRUE.
004270     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004280     ACCEPT EX-RUN-TIME FROM TIME.
004290     MOVE WS-REQUESTS-READ  TO EX-RECORDS-READ.
004300     MOVE WS-RECORDS-RESTORED TO EX-RECORDS-WRITTEN.
004310     MOVE WS-REQS-NOT-FOUND TO EX-REJECT-COUNT.
004320     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004330     OPEN EXTEND EXEC-LOG-OUT.
004340     WRITE EXECUTION-LOG-RECORD.
004350     CLOSE EXEC-LOG-OUT.
004360 9710-LOG-STEP-END-EXIT.
004370     EXIT.
