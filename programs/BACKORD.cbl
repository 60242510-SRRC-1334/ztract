000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-08-08 JLH   INITIAL VERSION - BACKORDER EXCEPTION REPORT.
000202*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000204*                   TO THE COMMON EXECUTION LOG FOR THE
000206*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000210*****************************************************************
000220*  REMARKS.
000230*      READS ORDER-RECORD AND LISTS ANY ORDER LINE WHERE
000350            ORGANIZATION IS SEQUENTIAL.
000360     SELECT REPORT-OUT   ASSIGN TO RPTOUT
000370            ORGANIZATION IS SEQUENTIAL.
000372     SELECT OPTIONAL
000374            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000376            ORGANIZATION IS SEQUENTIAL
000378            FILE STATUS IS WS-EXECLOG-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000440     LABEL RECORDS ARE STANDARD.
000450 01  REPORT-LINE               PIC X(80).

000452 FD  EXEC-LOG-OUT
000454     LABEL RECORDS ARE STANDARD.
000456 COPY EXECLOG.

000460 WORKING-STORAGE SECTION.
000465 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000470 01  WS-SWITCHES.
000480     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
000490         88  ORDER-EOF                    VALUE 'Y'.
000860*---------------------------------------------------------------*
000870 0000-MAINLINE.
000880*---------------------------------------------------------------*
000883     PERFORM 9700-LOG-STEP-START
000886          THRU 9700-LOG-STEP-START-EXIT.
000890     PERFORM 1000-INITIALIZE
000900          THRU 1000-INITIALIZE-EXIT.
000910     PERFORM 2000-PROCESS-ORDER
000930          UNTIL ORDER-EOF.
000940     PERFORM 9000-TERMINATE
000950          THRU 9000-TERMINATE-EXIT.
000953     PERFORM 9710-LOG-STEP-END
000956          THRU 9710-LOG-STEP-END-EXIT.
000960     GOBACK.

000970*---------------------------------------------------------------*
001500 9000-TERMINATE-EXIT.
001510     EXIT.

001520*---------------------------------------------------------------*
001530*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001540*---------------------------------------------------------------*
001550 9700-LOG-STEP-START.
001560*---------------------------------------------------------------*
001570     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001580     MOVE 'BACKORD'         TO EX-JOB-NAME.
001590     SET EX-STEP-START      TO TRUE.
001600     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001610     ACCEPT EX-RUN-TIME FROM TIME.
001620     MOVE ZERO              TO EX-RECORDS-READ
001630                               EX-RECORDS-WRITTEN
001640                               EX-REJECT-COUNT
001650                               EX-COMPLETION-CODE.
001660     OPEN EXTEND EXEC-LOG-OUT.
001670     WRITE EXECUTION-LOG-RECORD.
001680     CLOSE EXEC-LOG-OUT.
001690 9700-LOG-STEP-START-EXIT.
001700     EXIT.

001710*---------------------------------------------------------------*
001720*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001730*    ENDING WITH.                                               *
001740*---------------------------------------------------------------*
001750 9710-LOG-STEP-END.
001760*---------------------------------------------------------------*
001770     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001780     MOVE 'BACKORD'         TO EX-JOB-NAME.
001790     SET EX-STEP-END        TO TRUE.
001800     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001810     ACCEPT EX-RUN-TIME FROM TIME.
001820     MOVE WS-ORDERS-READ    TO EX-RECORDS-READ.
001830     MOVE WS-LINES-BACKORDERED TO EX-RECORDS-WRITTEN.
001840     MOVE ZERO              TO EX-REJECT-COUNT.
001850     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001860     OPEN EXTEND EXEC-LOG-OUT.
001870     WRITE EXECUTION-LOG-RECORD.
001880     CLOSE EXEC-LOG-OUT.
001890 9710-LOG-STEP-END-EXIT.
001900     EXIT.

