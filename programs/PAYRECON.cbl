000222*                   CONTENT; A NON-NUMERIC REFERENCE NOW FALLS
000223*                   STRAIGHT THROUGH TO THE UNMATCHED-PAYMENT
000224*                   EXCEPTION PATH.
000225*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000226*                   TO THE COMMON EXECUTION LOG FOR THE
000227*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000228*****************************************************************
000230*  REMARKS.
000240*      LOADS THE INVOICE-ID KEYS FROM THE INVOICE MASTER AND THE
000250*      ORDER-ID KEYS FROM THE ORDER MASTER INTO WORKING-STORAGE
000470            ORGANIZATION IS SEQUENTIAL.
000480     SELECT REPORT-OUT        ASSIGN TO RPTOUT
000490            ORGANIZATION IS SEQUENTIAL.
000492     SELECT OPTIONAL
000494            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000496            ORGANIZATION IS SEQUENTIAL
000498            FILE STATUS IS WS-EXECLOG-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000660     LABEL RECORDS ARE STANDARD.
000670 01  REPORT-LINE              PIC X(80).

000672 FD  EXEC-LOG-OUT
000674     LABEL RECORDS ARE STANDARD.
000676 COPY EXECLOG.

000680 WORKING-STORAGE SECTION.
000685 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000690 01  WS-SWITCHES.
000700     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
000710         88  INVOICE-EOF                  VALUE 'Y'.
001140*---------------------------------------------------------------*
001150 0000-MAINLINE.
001160*---------------------------------------------------------------*
001163     PERFORM 9700-LOG-STEP-START
001166          THRU 9700-LOG-STEP-START-EXIT.
001170     PERFORM 1000-INITIALIZE
001180          THRU 1000-INITIALIZE-EXIT.
001190     PERFORM 2000-PROCESS-RECORD
001210          UNTIL MSEG-EOF.
001220     PERFORM 9000-TERMINATE
001230          THRU 9000-TERMINATE-EXIT.
001233     PERFORM 9710-LOG-STEP-END
001236          THRU 9710-LOG-STEP-END-EXIT.
001240     GOBACK.

001250*---------------------------------------------------------------*
002490 9000-TERMINATE-EXIT.
002500     EXIT.

002510*---------------------------------------------------------------*
002520*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002530*---------------------------------------------------------------*
002540 9700-LOG-STEP-START.
002550*---------------------------------------------------------------*
002560     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002570     MOVE 'PAYRECON'        TO EX-JOB-NAME.
002580     SET EX-STEP-START      TO TRUE.
002590     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002600     ACCEPT EX-RUN-TIME FROM TIME.
002610     MOVE ZERO              TO EX-RECORDS-READ
002620                               EX-RECORDS-WRITTEN
002630                               EX-REJECT-COUNT
002640                               EX-COMPLETION-CODE.
002650     OPEN EXTEND EXEC-LOG-OUT.
002660     WRITE EXECUTION-LOG-RECORD.
002670     CLOSE EXEC-LOG-OUT.
002680 9700-LOG-STEP-START-EXIT.
002690     EXIT.

002700*---------------------------------------------------------------*
002710*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002720*    ENDING WITH.                                               *
002730*---------------------------------------------------------------*
002740 9710-LOG-STEP-END.
002750*---------------------------------------------------------------*
002760     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002770     MOVE 'PAYRECON'        TO EX-JOB-NAME.
002780     SET EX-STEP-END        TO TRUE.
002790     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002800     ACCEPT EX-RUN-TIME FROM TIME.
002810     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
002820     MOVE WS-PAYMENTS-MATCHED TO EX-RECORDS-WRITTEN.
002830     MOVE WS-PAYMENTS-UNMATCHED TO EX-REJECT-COUNT.
002840     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002850     OPEN EXTEND EXEC-LOG-OUT.
002860     WRITE EXECUTION-LOG-RECORD.
002870     CLOSE EXEC-LOG-OUT.
002880 9710-LOG-STEP-END-EXIT.
002890     EXIT.

