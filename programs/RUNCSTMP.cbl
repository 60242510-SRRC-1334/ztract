000200*  2026-08-22 JLH   INITIAL VERSION - RUN-CONTROL GENERATION
000210*                   STAMP, EXECUTED AS PART OF EVERY LIVE-MASTER
000220*                   REPLACE.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      THE PRODUCING SIDE OF THE RUN-CONTROL HANDSHAKE (COPY
000530            ACCESS MODE IS RANDOM
000540            RECORD KEY IS RC-FILE-ID
000550            FILE STATUS IS WS-RUNCTL-STATUS.
000552     SELECT OPTIONAL
000554            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000556            ORGANIZATION IS SEQUENTIAL
000558            FILE STATUS IS WS-EXECLOG-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000640     LABEL RECORDS ARE STANDARD.
000650 COPY RUNCTL.

000652 FD  EXEC-LOG-OUT
000654     LABEL RECORDS ARE STANDARD.
000656 COPY EXECLOG.

000660 WORKING-STORAGE SECTION.
000670 01  WS-RUNCTL-STATUS          PIC X(02)  VALUE SPACES.
000675 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000680 01  WS-SWITCHES.
000690     05  WS-CARD-EOF           PIC X(01)  VALUE 'N'.
000800*---------------------------------------------------------------*
000810 0000-MAINLINE.
000820*---------------------------------------------------------------*
000823     PERFORM 9700-LOG-STEP-START
000826          THRU 9700-LOG-STEP-START-EXIT.
000830     PERFORM 1000-INITIALIZE
000840          THRU 1000-INITIALIZE-EXIT.
000850     PERFORM 2000-STAMP-ONE-MASTER
000870          UNTIL CARD-EOF.
000880     PERFORM 9000-TERMINATE
000890          THRU 9000-TERMINATE-EXIT.
000893     PERFORM 9710-LOG-STEP-END
000896          THRU 9710-LOG-STEP-END-EXIT.
000900     GOBACK.

000910*---------------------------------------------------------------*
001650     CLOSE STAMP-CARD-IN RUN-CONTROL.
001660 9000-TERMINATE-EXIT.
001670     EXIT.

001680*---------------------------------------------------------------*
001690*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001700*---------------------------------------------------------------*
001710 9700-LOG-STEP-START.
001720*---------------------------------------------------------------*
001730     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001740     MOVE 'RUNCSTMP'        TO EX-JOB-NAME.
001750     SET EX-STEP-START      TO TRUE.
001760     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001770     ACCEPT EX-RUN-TIME FROM TIME.
001780     MOVE ZERO              TO EX-RECORDS-READ
001790                               EX-RECORDS-WRITTEN
001800                               EX-REJECT-COUNT
001810                               EX-COMPLETION-CODE.
001820     OPEN EXTEND EXEC-LOG-OUT.
001830     WRITE EXECUTION-LOG-RECORD.
001840     CLOSE EXEC-LOG-OUT.
001850 9700-LOG-STEP-START-EXIT.
001860     EXIT.

001870*---------------------------------------------------------------*
001880*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001890*    ENDING WITH.                                               *
001900*---------------------------------------------------------------*
001910 9710-LOG-STEP-END.
001920*---------------------------------------------------------------*
001930     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001940     MOVE 'RUNCSTMP'        TO EX-JOB-NAME.
001950     SET EX-STEP-END        TO TRUE.
001960     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001970     ACCEPT EX-RUN-TIME FROM TIME.
001980     MOVE WS-CARDS-READ     TO EX-RECORDS-READ.
001990     MOVE WS-MASTERS-STAMPED TO EX-RECORDS-WRITTEN.
002000     MOVE ZERO              TO EX-REJECT-COUNT.
002010     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002020     OPEN EXTEND EXEC-LOG-OUT.
002030     WRITE EXECUTION-LOG-RECORD.
002040     CLOSE EXEC-LOG-OUT.
002050 9710-LOG-STEP-END-EXIT.
002060     EXIT.
