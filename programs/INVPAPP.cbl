000230*                   MASTER, SO A SHORT-PAID INVOICE CARRIES ITS
000240*                   OPEN BALANCE ON THE MASTER INSTEAD OF IN A
000250*                   CLERK'S HEAD.
000252*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000254*                   TO THE COMMON EXECUTION LOG FOR THE
000256*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000260*****************************************************************
000270*  REMARKS.
000280*      KEYED MASTER/TRANSACTION UPDATE, THE SAME SHAPE AS
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT REJECT-OUT    ASSIGN TO REJOUT
000560            ORGANIZATION IS SEQUENTIAL.
000562     SELECT OPTIONAL
000564            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000566            ORGANIZATION IS SEQUENTIAL
000568            FILE STATUS IS WS-EXECLOG-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000660     LABEL RECORDS ARE STANDARD.
000670 COPY REJCREC.

000672 FD  EXEC-LOG-OUT
000674     LABEL RECORDS ARE STANDARD.
000676 COPY EXECLOG.

000680 WORKING-STORAGE SECTION.
000690 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
000695 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000700 01  WS-SWITCHES.
000710     05  WS-TRAN-EOF           PIC X(01)  VALUE 'N'.
000850*---------------------------------------------------------------*
000860 0000-MAINLINE.
000870*---------------------------------------------------------------*
000873     PERFORM 9700-LOG-STEP-START
000876          THRU 9700-LOG-STEP-START-EXIT.
000880     PERFORM 1000-INITIALIZE
000890          THRU 1000-INITIALIZE-EXIT.
000900     PERFORM 2000-PROCESS-TRAN-GROUP
000920          UNTIL TRAN-EOF.
000930     PERFORM 9000-TERMINATE
000940          THRU 9000-TERMINATE-EXIT.
000943     PERFORM 9710-LOG-STEP-END
000946          THRU 9710-LOG-STEP-END-EXIT.
000950     GOBACK.

000960*---------------------------------------------------------------*
001990     CLOSE INVOICE-MASTER PAYAPP-IN REJECT-OUT.
002000 9000-TERMINATE-EXIT.
002010     EXIT.

002020*---------------------------------------------------------------*
002030*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002040*---------------------------------------------------------------*
002050 9700-LOG-STEP-START.
002060*---------------------------------------------------------------*
002070     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002080     MOVE 'INVPAPP'         TO EX-JOB-NAME.
002090     SET EX-STEP-START      TO TRUE.
002100     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002110     ACCEPT EX-RUN-TIME FROM TIME.
002120     MOVE ZERO              TO EX-RECORDS-READ
002130                               EX-RECORDS-WRITTEN
002140                               EX-REJECT-COUNT
002150                               EX-COMPLETION-CODE.
002160     OPEN EXTEND EXEC-LOG-OUT.
002170     WRITE EXECUTION-LOG-RECORD.
002180     CLOSE EXEC-LOG-OUT.
002190 9700-LOG-STEP-START-EXIT.
002200     EXIT.

002210*---------------------------------------------------------------*
002220*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002230*    ENDING WITH.                                               *
002240*---------------------------------------------------------------*
002250 9710-LOG-STEP-END.
002260*---------------------------------------------------------------*
002270     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002280     MOVE 'INVPAPP'         TO EX-JOB-NAME.
002290     SET EX-STEP-END        TO TRUE.
002300     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002310     ACCEPT EX-RUN-TIME FROM TIME.
002320     MOVE WS-TRANS-READ     TO EX-RECORDS-READ.
002330     MOVE WS-TRANS-APPLIED  TO EX-RECORDS-WRITTEN.
002340     MOVE WS-TRANS-REJECTED TO EX-REJECT-COUNT.
002350     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002360     OPEN EXTEND EXEC-LOG-OUT.
002370     WRITE EXECUTION-LOG-RECORD.
002380     CLOSE EXEC-LOG-OUT.
002390 9710-LOG-STEP-END-EXIT.
002400     EXIT.
