000234*                   SHORT-PAID INVOICE PROJECTS ONLY THE CASH
000235*                   STILL OWED.  AN APPROVED INVOICE WITH
000236*                   NOTHING OPEN IS COUNTED AND NOT PROJECTED.
000238*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000240*                   TO THE COMMON EXECUTION LOG FOR THE
000242*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000244*****************************************************************
000246*  REMARKS.
000250*      ANSWERS TREASURY'S MONDAY QUESTION - HOW MUCH CASH DOES
000260*      AP NEED THIS WEEK AND NEXT - FROM THE SYSTEM.  EVERY
000270*      INV-APPROVED INVOICE IS GIVEN A DUE DATE OF INVOICE-DATE
000620            FILE STATUS IS WS-VENDMSTR-STATUS.
000630     SELECT REPORT-OUT        ASSIGN TO RPTOUT
000640            ORGANIZATION IS SEQUENTIAL.
000642     SELECT OPTIONAL
000644            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000646            ORGANIZATION IS SEQUENTIAL
000648            FILE STATUS IS WS-EXECLOG-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000820     LABEL RECORDS ARE STANDARD.
000830 01  REPORT-LINE               PIC X(100).

000832 FD  EXEC-LOG-OUT
000834     LABEL RECORDS ARE STANDARD.
000836 COPY EXECLOG.

000840 WORKING-STORAGE SECTION.
000850 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
000855 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000860 01  WS-SWITCHES.
000870     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001730*---------------------------------------------------------------*
001740 0000-MAINLINE.
001750*---------------------------------------------------------------*
001753     PERFORM 9700-LOG-STEP-START
001756          THRU 9700-LOG-STEP-START-EXIT.
001760     PERFORM 1000-INITIALIZE
001770          THRU 1000-INITIALIZE-EXIT.
001780     PERFORM 2000-PROCESS-INVOICE
001820          THRU 8000-PRINT-REPORT-EXIT.
001830     PERFORM 9000-TERMINATE
001840          THRU 9000-TERMINATE-EXIT.
001843     PERFORM 9710-LOG-STEP-END
001846          THRU 9710-LOG-STEP-END-EXIT.
001850     GOBACK.

001860*---------------------------------------------------------------*
004670     CLOSE INVOICE-IN VENDOR-MASTER REPORT-OUT.
004680 9000-TERMINATE-EXIT.
004690     EXIT.

004700*---------------------------------------------------------------*
004710*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004720*---------------------------------------------------------------*
004730 9700-LOG-STEP-START.
004740*---------------------------------------------------------------*
004750     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004760     MOVE 'CASHFCST'        TO EX-JOB-NAME.
004770     SET EX-STEP-START      TO TRUE.
004780     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004790     ACCEPT EX-RUN-TIME FROM TIME.
004800     MOVE ZERO              TO EX-RECORDS-READ
004810                               EX-RECORDS-WRITTEN
004820                               EX-REJECT-COUNT
004830                               EX-COMPLETION-CODE.
004840     OPEN EXTEND EXEC-LOG-OUT.
004850     WRITE EXECUTION-LOG-RECORD.
004860     CLOSE EXEC-LOG-OUT.
004870 9700-LOG-STEP-START-EXIT.
004880     EXIT.

004890*---------------------------------------------------------------*
004900*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004910*    ENDING WITH.                                               *
004920*---------------------------------------------------------------*
004930 9710-LOG-STEP-END.
004940*---------------------------------------------------------------*
004950     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004960     MOVE 'CASHFCST'        TO EX-JOB-NAME.
004970     SET EX-STEP-END        TO TRUE.
004980     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004990     ACCEPT EX-RUN-TIME FROM TIME.
005000     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
005010     MOVE WS-INVOICES-FORECAST TO EX-RECORDS-WRITTEN.
005020     MOVE ZERO              TO EX-REJECT-COUNT.
005030     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005040     OPEN EXTEND EXEC-LOG-OUT.
005050     WRITE EXECUTION-LOG-RECORD.
005060     CLOSE EXEC-LOG-OUT.
005070 9710-LOG-STEP-END-EXIT.
005080     EXIT.
