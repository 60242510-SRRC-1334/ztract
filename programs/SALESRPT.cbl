000210*                   OFF THE ORDER LINES, REPLACING THE
000220*                   SPREADSHEET MERCHANDISING REKEYS PICK LISTS
000230*                   INTO.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*****************************************************************
000250*  REMARKS.
000260*      READS THE ORDER FILE AND, FOR EVERY NON-CANCELLED ORDER
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT REPORT-OUT   ASSIGN TO RPTOUT
000520            ORGANIZATION IS SEQUENTIAL.
000522     SELECT OPTIONAL
000524            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000526            ORGANIZATION IS SEQUENTIAL
000528            FILE STATUS IS WS-EXECLOG-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.
000640     LABEL RECORDS ARE STANDARD.
000650 01  REPORT-LINE               PIC X(132).

000652 FD  EXEC-LOG-OUT
000654     LABEL RECORDS ARE STANDARD.
000656 COPY EXECLOG.

000660 WORKING-STORAGE SECTION.
000665 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000670 01  WS-SWITCHES.
000680     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
000690         88  ORDER-EOF                    VALUE 'Y'.
001570*---------------------------------------------------------------*
001580 0000-MAINLINE.
001590*---------------------------------------------------------------*
001593     PERFORM 9700-LOG-STEP-START
001596          THRU 9700-LOG-STEP-START-EXIT.
001600     PERFORM 1000-INITIALIZE
001610          THRU 1000-INITIALIZE-EXIT.
001620     PERFORM 2000-PROCESS-ORDER
001660          THRU 8000-PRINT-REPORT-EXIT.
001670     PERFORM 9000-TERMINATE
001680          THRU 9000-TERMINATE-EXIT.
001683     PERFORM 9710-LOG-STEP-END
001686          THRU 9710-LOG-STEP-END-EXIT.
001690     GOBACK.

001700*---------------------------------------------------------------*
004210     CLOSE ORDER-IN REPORT-OUT.
004220 9000-TERMINATE-EXIT.
004230     EXIT.

004240*---------------------------------------------------------------*
004250*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004260*---------------------------------------------------------------*
004270 9700-LOG-STEP-START.
004280*---------------------------------------------------------------*
004290     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004300     MOVE 'SALESRPT'        TO EX-JOB-NAME.
004310     SET EX-STEP-START      TO TRUE.
004320     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004330     ACCEPT EX-RUN-TIME FROM TIME.
004340     MOVE ZERO              TO EX-RECORDS-READ
004350                               EX-RECORDS-WRITTEN
004360                               EX-REJECT-COUNT
004370                               EX-COMPLETION-CODE.
004380     OPEN EXTEND EXEC-LOG-OUT.
004390     WRITE EXECUTION-LOG-RECORD.
004400     CLOSE EXEC-LOG-OUT.
004410 9700-LOG-STEP-START-EXIT.
004420     EXIT.

004430*---------------------------------------------------------------*
004440*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004450*    ENDING WITH.                                               *
004460*---------------------------------------------------------------*
004470 9710-LOG-STEP-END.
004480*---------------------------------------------------------------*
004490     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004500     MOVE 'SALESRPT'        TO EX-JOB-NAME.
004510     SET EX-STEP-END        TO TRUE.
004520     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004530     ACCEPT EX-RUN-TIME FROM TIME.
004540     MOVE WS-ORDERS-READ    TO EX-RECORDS-READ.
004550     MOVE WS-ORDERS-IN-RANGE TO EX-RECORDS-WRITTEN.
004560     MOVE ZERO              TO EX-REJECT-COUNT.
004570     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004580     OPEN EXTEND EXEC-LOG-OUT.
004590     WRITE EXECUTION-LOG-RECORD.
004600     CLOSE EXEC-LOG-OUT.
004610 9710-LOG-STEP-END-EXIT.
004620     EXIT.
