000246*                   INSTEAD OF A SHARE OF A FULL-FILE PASS, AND
000247*                   THE REQUEST FILE NO LONGER NEEDS TO BE
000248*                   PRESORTED.
000249*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000251*                   TO THE COMMON EXECUTION LOG FOR THE
000253*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000255*****************************************************************
000260*  REMARKS.
000270*      EACH ITEM-LOOKUP-REQUEST IS ANSWERED WITH ONE KEYED READ
000280*      OF THE INDEXED INVOICE MASTER (SEE INVMLOAD) - REQUESTS
000482            FILE STATUS IS WS-INVMSTR-STATUS.
000490     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000500            ORGANIZATION IS SEQUENTIAL.
000502     SELECT OPTIONAL
000504            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000506            ORGANIZATION IS SEQUENTIAL
000508            FILE STATUS IS WS-EXECLOG-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000600     LABEL RECORDS ARE STANDARD.
000610 01  REPORT-LINE               PIC X(90).

000612 FD  EXEC-LOG-OUT
000614     LABEL RECORDS ARE STANDARD.
000616 COPY EXECLOG.

000620 WORKING-STORAGE SECTION.
000622 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
000626 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000630 01  WS-SWITCHES.
000640     05  WS-REQUEST-EOF        PIC X(01)  VALUE 'N'.
000920*---------------------------------------------------------------*
000930 0000-MAINLINE.
000940*---------------------------------------------------------------*
000943     PERFORM 9700-LOG-STEP-START
000946          THRU 9700-LOG-STEP-START-EXIT.
000950     PERFORM 1000-INITIALIZE
000960          THRU 1000-INITIALIZE-EXIT.
000970     PERFORM 2000-PROCESS-REQUEST
000990          UNTIL REQUEST-EOF.
001000     PERFORM 9000-TERMINATE
001010          THRU 9000-TERMINATE-EXIT.
001013     PERFORM 9710-LOG-STEP-END
001016          THRU 9710-LOG-STEP-END-EXIT.
001020     GOBACK.

001030*---------------------------------------------------------------*
002020     CLOSE REQUEST-IN INVOICE-MASTER REPORT-OUT.
002030 9000-TERMINATE-EXIT.
002040     EXIT.

002050*---------------------------------------------------------------*
002060*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002070*---------------------------------------------------------------*
002080 9700-LOG-STEP-START.
002090*---------------------------------------------------------------*
002100     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002110     MOVE 'ITEMINQ'         TO EX-JOB-NAME.
002120     SET EX-STEP-START      TO TRUE.
002130     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002140     ACCEPT EX-RUN-TIME FROM TIME.
002150     MOVE ZERO              TO EX-RECORDS-READ
002160                               EX-RECORDS-WRITTEN
002170                               EX-REJECT-COUNT
002180                               EX-COMPLETION-CODE.
002190     OPEN EXTEND EXEC-LOG-OUT.
002200     WRITE EXECUTION-LOG-RECORD.
002210     CLOSE EXEC-LOG-OUT.
002220 9700-LOG-STEP-START-EXIT.
002230     EXIT.

002240*---------------------------------------------------------------*
002250*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002260*    ENDING WITH.                                               *
002270*---------------------------------------------------------------*
002280 9710-LOG-STEP-END.
002290*---------------------------------------------------------------*
002300     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002310     MOVE 'ITEMINQ'         TO EX-JOB-NAME.
002320     SET EX-STEP-END        TO TRUE.
002330     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002340     ACCEPT EX-RUN-TIME FROM TIME.
002350     MOVE WS-REQUESTS-READ  TO EX-RECORDS-READ.
002360     MOVE WS-ITEMS-FOUND    TO EX-RECORDS-WRITTEN.
002370     MOVE WS-ITEMS-NOT-FOUND TO EX-REJECT-COUNT.
002380     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002390     OPEN EXTEND EXEC-LOG-OUT.
002400     WRITE EXECUTION-LOG-RECORD.
002410     CLOSE EXEC-LOG-OUT.
002420 9710-LOG-STEP-END-EXIT.
002430     EXIT.
