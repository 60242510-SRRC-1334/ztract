000268*                   TRUNCATED EVERY MULTI-SEGMENT-RECORD WRITTEN
000269*                   SINCE THE TRUE RECORD LENGTH IS LARGER - NOW
000270*                   RESIZED TO MATCH MULTI-SEGMENT-RECORD.
000272*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000274*                   TO THE COMMON EXECUTION LOG FOR THE
000276*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000278*****************************************************************
000280*  REMARKS.
000290*      THE MULTI-SEGMENT FILE CARRIES FOUR UNRELATED BUSINESS
000300*      RECORD SHAPES UNDER ONE PHYSICAL LAYOUT, SELECTED BY
000490            ORGANIZATION IS SEQUENTIAL.
000495     SELECT REJECT-OUT   ASSIGN TO REJOUT
000496            ORGANIZATION IS SEQUENTIAL.
000497     SELECT OPTIONAL
000498            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000499            ORGANIZATION IS SEQUENTIAL
000502            FILE STATUS IS WS-EXECLOG-STATUS.

000505 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MSEG-IN
000530     LABEL RECORDS ARE STANDARD.
000576     LABEL RECORDS ARE STANDARD.
000577 COPY REJCREC.

000578 FD  EXEC-LOG-OUT
000579     LABEL RECORDS ARE STANDARD.
000581 COPY EXECLOG.

000583 WORKING-STORAGE SECTION.
000585 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000590 01  WS-SWITCHES.
000600     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
000610         88  MSEG-EOF                     VALUE 'Y'.
000780*---------------------------------------------------------------*
000790 0000-MAINLINE.
000800*---------------------------------------------------------------*
000803     PERFORM 9700-LOG-STEP-START
000806          THRU 9700-LOG-STEP-START-EXIT.
000810     PERFORM 1000-INITIALIZE
000820          THRU 1000-INITIALIZE-EXIT.
000830     PERFORM 2000-PROCESS-RECORD
000850          UNTIL MSEG-EOF.
000860     PERFORM 9000-TERMINATE
000870          THRU 9000-TERMINATE-EXIT.
000873     PERFORM 9710-LOG-STEP-END
000876          THRU 9710-LOG-STEP-END-EXIT.
000880     GOBACK.

000890*---------------------------------------------------------------*
001920 9000-TERMINATE-EXIT.
001930     EXIT.

001940*---------------------------------------------------------------*
001950*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001960*---------------------------------------------------------------*
001970 9700-LOG-STEP-START.
001980*---------------------------------------------------------------*
001990     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002000     MOVE 'SEGCHECK'        TO EX-JOB-NAME.
002010     SET EX-STEP-START      TO TRUE.
002020     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002030     ACCEPT EX-RUN-TIME FROM TIME.
002040     MOVE ZERO              TO EX-RECORDS-READ
002050                               EX-RECORDS-WRITTEN
002060                               EX-REJECT-COUNT
002070                               EX-COMPLETION-CODE.
002080     OPEN EXTEND EXEC-LOG-OUT.
002090     WRITE EXECUTION-LOG-RECORD.
002100     CLOSE EXEC-LOG-OUT.
002110 9700-LOG-STEP-START-EXIT.
002120     EXIT.

002130*---------------------------------------------------------------*
002140*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002150*    ENDING WITH.                                               *
002160*---------------------------------------------------------------*
002170 9710-LOG-STEP-END.
002180*---------------------------------------------------------------*
002190     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002200     MOVE 'SEGCHECK'        TO EX-JOB-NAME.
002210     SET EX-STEP-END        TO TRUE.
002220     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002230     ACCEPT EX-RUN-TIME FROM TIME.
002240     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
002250     MOVE WS-RECORDS-ACCEPTED TO EX-RECORDS-WRITTEN.
002260     MOVE WS-RECORDS-REJECTED TO EX-REJECT-COUNT.
002270     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002280     OPEN EXTEND EXEC-LOG-OUT.
002290     WRITE EXECUTION-LOG-RECORD.
002300     CLOSE EXEC-LOG-OUT.
002310 9710-LOG-STEP-END-EXIT.
002320     EXIT.

