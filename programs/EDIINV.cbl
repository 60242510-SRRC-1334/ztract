000600*                   LOG, AND THE LOG IS EXTENDED INSTEAD OF
000610*                   REWRITTEN, THE SAME SHAPE AS INVBATCH'S
000620*                   CHECKPOINT LOG.
000622*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000624*                   TO THE COMMON EXECUTION LOG FOR THE
000626*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000630*****************************************************************
000640*  REMARKS.
000650*      ONE ANSI X12-STYLE TRANSACTION SET IS WRITTEN PER INPUT
001140            ACCESS MODE IS RANDOM
001150            RECORD KEY IS VEND-VENDOR-ID
001160            FILE STATUS IS WS-VENDMSTR-STATUS.
001162     SELECT OPTIONAL
001164            EXEC-LOG-OUT    ASSIGN TO EXECLOG
001166            ORGANIZATION IS SEQUENTIAL
001168            FILE STATUS IS WS-EXECLOG-STATUS.

001170 DATA DIVISION.
001180 FILE SECTION.
001560     LABEL RECORDS ARE STANDARD.
001570 COPY VENDREC.

001572 FD  EXEC-LOG-OUT
001574     LABEL RECORDS ARE STANDARD.
001576 COPY EXECLOG.

001580 WORKING-STORAGE SECTION.
001585 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001590 01  WS-SWITCHES.
001600     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001610         88  INVOICE-EOF                  VALUE 'Y'.
002020*---------------------------------------------------------------*
002030 0000-MAINLINE.
002040*---------------------------------------------------------------*
002043     PERFORM 9700-LOG-STEP-START
002046          THRU 9700-LOG-STEP-START-EXIT.
002050     PERFORM 1000-INITIALIZE
002060          THRU 1000-INITIALIZE-EXIT.
002070     PERFORM 2000-PROCESS-INVOICE
002120          UNTIL ORDER-EOF.
002130     PERFORM 9000-TERMINATE
002140          THRU 9000-TERMINATE-EXIT.
002143     PERFORM 9710-LOG-STEP-END
002146          THRU 9710-LOG-STEP-END-EXIT.
002150     GOBACK.

002160*---------------------------------------------------------------*
006140           CONTROL-OUT.
006150 9000-TERMINATE-EXIT.
006160     EXIT.

006170*---------------------------------------------------------------*
006180*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
006190*---------------------------------------------------------------*
006200 9700-LOG-STEP-START.
006210*---------------------------------------------------------------*
006220     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006230     MOVE 'EDIINV'          TO EX-JOB-NAME.
006240     SET EX-STEP-START      TO TRUE.
006250     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006260     ACCEPT EX-RUN-TIME FROM TIME.
006270     MOVE ZERO              TO EX-RECORDS-READ
006280                               EX-RECORDS-WRITTEN
006290                               EX-REJECT-COUNT
006300                               EX-COMPLETION-CODE.
006310     OPEN EXTEND EXEC-LOG-OUT.
006320     WRITE EXECUTION-LOG-RECORD.
006330     CLOSE EXEC-LOG-OUT.
006340 9700-LOG-STEP-START-EXIT.
006350     EXIT.

006360*---------------------------------------------------------------*
006370*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
006380*    ENDING WITH.                                               *
006390*---------------------------------------------------------------*
006400 9710-LOG-STEP-END.
006410*---------------------------------------------------------------*
006420     MOVE SPACES            TO EXECUTION-LOG-RECORD.
006430     MOVE 'EDIINV'          TO EX-JOB-NAME.
006440     SET EX-STEP-END        TO TRUE.
006450     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
006460     ACCEPT EX-RUN-TIME FROM TIME.
006470     COMPUTE EX-RECORDS-READ = WS-INVOICES-READ
006480                             + WS-ORDERS-READ.
006490     MOVE WS-SEGMENTS-WRITTEN TO EX-RECORDS-WRITTEN.
006500     MOVE ZERO              TO EX-REJECT-COUNT.
006510     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
006520     OPEN EXTEND EXEC-LOG-OUT.
006530     WRITE EXECUTION-LOG-RECORD.
006540     CLOSE EXEC-LOG-OUT.
006550 9710-LOG-STEP-END-EXIT.
006560     EXIT.
