000250*                   THE REJECTS TO THE COMMON BALANCING FILE
000260*                   AT TERMINATION, SO BATCHBAL CAN PROVE
000270*                   INPUT = STREAMS + REJECTS ARITHMETICALLY.
000272*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000274*                   TO THE COMMON EXECUTION LOG FOR THE
000276*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000280*****************************************************************
000290*  REMARKS.
000300*      THE CONTROL CARD SUPPLIES UP TO FOUR NON-OVERLAPPING
000640            CONTROL-TOT-OUT  ASSIGN TO CTLTOT
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WS-CTLTOT-STATUS.
000662     SELECT OPTIONAL
000664            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000666            ORGANIZATION IS SEQUENTIAL
000668            FILE STATUS IS WS-EXECLOG-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000910     LABEL RECORDS ARE STANDARD.
000920 COPY CTLTREC.

000922 FD  EXEC-LOG-OUT
000924     LABEL RECORDS ARE STANDARD.
000926 COPY EXECLOG.

000930 WORKING-STORAGE SECTION.
000940 01  WS-CTLTOT-STATUS           PIC X(02)  VALUE SPACES.
000945 01  WS-EXECLOG-STATUS          PIC X(02)  VALUE SPACES.
000950 01  WS-SWITCHES.
000960     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
000970         88  ORDER-EOF                    VALUE 'Y'.
001290*---------------------------------------------------------------*
001300 0000-MAINLINE.
001310*---------------------------------------------------------------*
001313     PERFORM 9700-LOG-STEP-START
001316          THRU 9700-LOG-STEP-START-EXIT.
001320     PERFORM 1000-INITIALIZE
001330          THRU 1000-INITIALIZE-EXIT.
001340     PERFORM 2000-SPLIT-ORDER
001360          UNTIL ORDER-EOF.
001370     PERFORM 9000-TERMINATE
001380          THRU 9000-TERMINATE-EXIT.
001383     PERFORM 9710-LOG-STEP-END
001386          THRU 9710-LOG-STEP-END-EXIT.
001390     GOBACK.

001400*---------------------------------------------------------------*
002980          THRU 9510-WRITE-ONE-TOTAL-EXIT.
002990 9520-WRITE-STREAM-TOTAL-EXIT.
003000     EXIT.

003010*---------------------------------------------------------------*
003020*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003030*---------------------------------------------------------------*
003040 9700-LOG-STEP-START.
003050*---------------------------------------------------------------*
003060     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003070     MOVE 'ORDSPLIT'        TO EX-JOB-NAME.
003080     SET EX-STEP-START      TO TRUE.
003090     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003100     ACCEPT EX-RUN-TIME FROM TIME.
003110     MOVE ZERO              TO EX-RECORDS-READ
003120                               EX-RECORDS-WRITTEN
003130                               EX-REJECT-COUNT
003140                               EX-COMPLETION-CODE.
003150     OPEN EXTEND EXEC-LOG-OUT.
003160     WRITE EXECUTION-LOG-RECORD.
003170     CLOSE EXEC-LOG-OUT.
003180 9700-LOG-STEP-START-EXIT.
003190     EXIT.

003200*---------------------------------------------------------------*
003210*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003220*    ENDING WITH.                                               *
003230*---------------------------------------------------------------*
003240 9710-LOG-STEP-END.
003250*---------------------------------------------------------------*
003260     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003270     MOVE 'ORDSPLIT'        TO EX-JOB-NAME.
003280     SET EX-STEP-END        TO TRUE.
003290     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003300     ACCEPT EX-RUN-TIME FROM TIME.
003310     MOVE WS-ORDERS-READ    TO EX-RECORDS-READ.
003320     COMPUTE EX-RECORDS-WRITTEN = WS-STREAM-COUNTS (1)
003330                                + WS-STREAM-COUNTS (2)
003340                                + WS-STREAM-COUNTS (3)
003350                                + WS-STREAM-COUNTS (4).
003360     MOVE WS-ORDERS-REJECTED TO EX-REJECT-COUNT.
003370     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003380     OPEN EXTEND EXEC-LOG-OUT.
003390     WRITE EXECUTION-LOG-RECORD.
003400     CLOSE EXEC-LOG-OUT.
003410 9710-LOG-STEP-END-EXIT.
003420     EXIT.
