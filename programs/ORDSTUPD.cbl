000376*                   THROUGH THIS AUDITED PATH, AND THE EXISTING
000377*                   HOLD-TO-OPEN RELEASE ALREADY COVERS LETTING
000378*                   THEM BACK OUT.
000380*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000382*                   TO THE COMMON EXECUTION LOG FOR THE
000384*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000386*****************************************************************
000390*  REMARKS.
000400*      CLASSIC SEQUENTIAL MASTER/TRANSACTION UPDATE, PATTERNED
000410*      AFTER INVHUPD.  BOTH FILES MUST BE PRESORTED ASCENDING ON
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT REJECT-OUT    ASSIGN TO REJOUT
000650            ORGANIZATION IS SEQUENTIAL.
000652     SELECT OPTIONAL
000654            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000656            ORGANIZATION IS SEQUENTIAL
000658            FILE STATUS IS WS-EXECLOG-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000780     LABEL RECORDS ARE STANDARD.
000790 COPY REJCREC.

000792 FD  EXEC-LOG-OUT
000794     LABEL RECORDS ARE STANDARD.
000796 COPY EXECLOG.

000800 WORKING-STORAGE SECTION.
000805 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000810 01  WS-SWITCHES.
000820     05  WS-MASTER-EOF         PIC X(01)  VALUE 'N'.
000830         88  MASTER-EOF                   VALUE 'Y'.
000960*---------------------------------------------------------------*
000970 0000-MAINLINE.
000980*---------------------------------------------------------------*
000983     PERFORM 9700-LOG-STEP-START
000986          THRU 9700-LOG-STEP-START-EXIT.
000990     PERFORM 1000-INITIALIZE
001000          THRU 1000-INITIALIZE-EXIT.
001010     PERFORM 2000-PROCESS-MASTER
001060          UNTIL TRAN-EOF.
001070     PERFORM 9000-TERMINATE
001080          THRU 9000-TERMINATE-EXIT.
001083     PERFORM 9710-LOG-STEP-END
001086          THRU 9710-LOG-STEP-END-EXIT.
001090     GOBACK.

001100*---------------------------------------------------------------*
002460 9000-TERMINATE-EXIT.
002470     EXIT.

002480*---------------------------------------------------------------*
002490*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002500*---------------------------------------------------------------*
002510 9700-LOG-STEP-START.
002520*---------------------------------------------------------------*
002530     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002540     MOVE 'ORDSTUPD'        TO EX-JOB-NAME.
002550     SET EX-STEP-START      TO TRUE.
002560     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002570     ACCEPT EX-RUN-TIME FROM TIME.
002580     MOVE ZERO              TO EX-RECORDS-READ
002590                               EX-RECORDS-WRITTEN
002600                               EX-REJECT-COUNT
002610                               EX-COMPLETION-CODE.
002620     OPEN EXTEND EXEC-LOG-OUT.
002630     WRITE EXECUTION-LOG-RECORD.
002640     CLOSE EXEC-LOG-OUT.
002650 9700-LOG-STEP-START-EXIT.
002660     EXIT.

002670*---------------------------------------------------------------*
002680*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002690*    ENDING WITH.                                               *
002700*---------------------------------------------------------------*
002710 9710-LOG-STEP-END.
002720*---------------------------------------------------------------*
002730     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002740     MOVE 'ORDSTUPD'        TO EX-JOB-NAME.
002750     SET EX-STEP-END        TO TRUE.
002760     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002770     ACCEPT EX-RUN-TIME FROM TIME.
002780     MOVE WS-TRANS-READ     TO EX-RECORDS-READ.
002790     MOVE WS-TRANS-APPLIED  TO EX-RECORDS-WRITTEN.
002800     MOVE WS-TRANS-REJECTED TO EX-REJECT-COUNT.
002810     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002820     OPEN EXTEND EXEC-LOG-OUT.
002830     WRITE EXECUTION-LOG-RECORD.
002840     CLOSE EXEC-LOG-OUT.
002850 9710-LOG-STEP-END-EXIT.
002860     EXIT.

