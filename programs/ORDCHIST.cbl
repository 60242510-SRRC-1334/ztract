000190*  ---------  ----  ---------------------------------------------
000200*  2026-08-08 JLH   INITIAL VERSION - CUSTOMER ORDER-HISTORY
000210*                   LOOKUP OFF THE INDEXED ORDER MASTER.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      FOR EACH CUSTOMER-NR ON THE REQUEST FILE, STARTS THE
000430            FILE STATUS IS WS-ORDMSTR-STATUS.
000440     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000450            ORGANIZATION IS SEQUENTIAL.
000452     SELECT OPTIONAL
000454            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000456            ORGANIZATION IS SEQUENTIAL
000458            FILE STATUS IS WS-EXECLOG-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000550     LABEL RECORDS ARE STANDARD.
000560 01  REPORT-LINE              PIC X(80).

000562 FD  EXEC-LOG-OUT
000564     LABEL RECORDS ARE STANDARD.
000566 COPY EXECLOG.

000570 WORKING-STORAGE SECTION.
000580 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000585 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000590 01  WS-SWITCHES.
000600     05  WS-REQUEST-EOF        PIC X(01)  VALUE 'N'.
000800*---------------------------------------------------------------*
000810 0000-MAINLINE.
000820*---------------------------------------------------------------*
000823     PERFORM 9700-LOG-STEP-START
000826          THRU 9700-LOG-STEP-START-EXIT.
000830     PERFORM 1000-INITIALIZE
000840          THRU 1000-INITIALIZE-EXIT.
000850     PERFORM 2000-PROCESS-REQUEST
000870          UNTIL REQUEST-EOF.
000880     PERFORM 9000-TERMINATE
000890          THRU 9000-TERMINATE-EXIT.
000893     PERFORM 9710-LOG-STEP-END
000896          THRU 9710-LOG-STEP-END-EXIT.
000900     GOBACK.

000910*---------------------------------------------------------------*
001560 9000-TERMINATE-EXIT.
001570     EXIT.

001580*---------------------------------------------------------------*
001590*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001600*---------------------------------------------------------------*
001610 9700-LOG-STEP-START.
001620*---------------------------------------------------------------*
001630     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001640     MOVE 'ORDCHIST'        TO EX-JOB-NAME.
001650     SET EX-STEP-START      TO TRUE.
001660     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001670     ACCEPT EX-RUN-TIME FROM TIME.
001680     MOVE ZERO              TO EX-RECORDS-READ
001690                               EX-RECORDS-WRITTEN
001700                               EX-REJECT-COUNT
001710                               EX-COMPLETION-CODE.
001720     OPEN EXTEND EXEC-LOG-OUT.
001730     WRITE EXECUTION-LOG-RECORD.
001740     CLOSE EXEC-LOG-OUT.
001750 9700-LOG-STEP-START-EXIT.
001760     EXIT.

001770*---------------------------------------------------------------*
001780*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001790*    ENDING WITH.                                               *
001800*---------------------------------------------------------------*
001810 9710-LOG-STEP-END.
001820*---------------------------------------------------------------*
001830     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001840     MOVE 'ORDCHIST'        TO EX-JOB-NAME.
001850     SET EX-STEP-END        TO TRUE.
001860     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001870     ACCEPT EX-RUN-TIME FROM TIME.
001880     MOVE WS-REQUESTS-READ  TO EX-RECORDS-READ.
001890     MOVE WS-ORDERS-LISTED  TO EX-RECORDS-WRITTEN.
001900     MOVE ZERO              TO EX-REJECT-COUNT.
001910     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001920     OPEN EXTEND EXEC-LOG-OUT.
001930     WRITE EXECUTION-LOG-RECORD.
001940     CLOSE EXEC-LOG-OUT.
001950 9710-LOG-STEP-END-EXIT.
001960     EXIT.

