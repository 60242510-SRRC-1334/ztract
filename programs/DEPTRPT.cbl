000200*  2026-08-08 JLH   INITIAL VERSION - DEPARTMENTAL COST
000210*                   ALLOCATION REPORT OFF THE NESTED INVOICE
000220*                   DEPARTMENTS/ITEMS TABLES.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      ACCUMULATES ITEM-COST BY DEPT-CODE ACROSS EVERY INVOICE
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000410            ORGANIZATION IS SEQUENTIAL.
000412     SELECT OPTIONAL
000414            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000416            ORGANIZATION IS SEQUENTIAL
000418            FILE STATUS IS WS-EXECLOG-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000480     LABEL RECORDS ARE STANDARD.
000490 01  REPORT-LINE               PIC X(80).

000492 FD  EXEC-LOG-OUT
000494     LABEL RECORDS ARE STANDARD.
000496 COPY EXECLOG.

000500 WORKING-STORAGE SECTION.
000505 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000510 01  WS-SWITCHES.
000520     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
000530         88  INVOICE-EOF                  VALUE 'Y'.
000860*---------------------------------------------------------------*
000870 0000-MAINLINE.
000880*---------------------------------------------------------------*
000883     PERFORM 9700-LOG-STEP-START
000886          THRU 9700-LOG-STEP-START-EXIT.
000890     PERFORM 1000-INITIALIZE
000900          THRU 1000-INITIALIZE-EXIT.
000910     PERFORM 2000-PROCESS-INVOICE
000950          THRU 8000-PRINT-REPORT-EXIT.
000960     PERFORM 9000-TERMINATE
000970          THRU 9000-TERMINATE-EXIT.
000973     PERFORM 9710-LOG-STEP-END
000976          THRU 9710-LOG-STEP-END-EXIT.
000980     GOBACK.

000990*---------------------------------------------------------------*
001930 9000-TERMINATE-EXIT.
001940     EXIT.

001950*---------------------------------------------------------------*
001960*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001970*---------------------------------------------------------------*
001980 9700-LOG-STEP-START.
001990*---------------------------------------------------------------*
002000     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002010     MOVE 'DEPTRPT'         TO EX-JOB-NAME.
002020     SET EX-STEP-START      TO TRUE.
002030     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002040     ACCEPT EX-RUN-TIME FROM TIME.
002050     MOVE ZERO              TO EX-RECORDS-READ
002060                               EX-RECORDS-WRITTEN
002070                               EX-REJECT-COUNT
002080                               EX-COMPLETION-CODE.
002090     OPEN EXTEND EXEC-LOG-OUT.
002100     WRITE EXECUTION-LOG-RECORD.
002110     CLOSE EXEC-LOG-OUT.
002120 9700-LOG-STEP-START-EXIT.
002130     EXIT.

002140*---------------------------------------------------------------*
002150*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002160*    ENDING WITH.                                               *
002170*---------------------------------------------------------------*
002180 9710-LOG-STEP-END.
002190*---------------------------------------------------------------*
002200     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002210     MOVE 'DEPTRPT'         TO EX-JOB-NAME.
002220     SET EX-STEP-END        TO TRUE.
002230     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002240     ACCEPT EX-RUN-TIME FROM TIME.
002250     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
002260     MOVE WS-DEPT-TOTAL-COUNT TO EX-RECORDS-WRITTEN.
002270     MOVE ZERO              TO EX-REJECT-COUNT.
002280     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002290     OPEN EXTEND EXEC-LOG-OUT.
002300     WRITE EXECUTION-LOG-RECORD.
002310     CLOSE EXEC-LOG-OUT.
002320 9710-LOG-STEP-END-EXIT.
002330     EXIT.

