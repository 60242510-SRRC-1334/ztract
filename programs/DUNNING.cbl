000230*                   STATEMENTS; NOW THE MULTI-SEGMENT FILE
000240*                   DRIVES THE LETTERS AND, AT THE FINAL LEVEL,
000250*                   THE ORDER HOLDS.
000252*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000254*                   TO THE COMMON EXECUTION LOG FOR THE
000256*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000260*****************************************************************
000270*  REMARKS.
000280*      WALKS THE MULTI-SEGMENT FILE PARTY BY PARTY (IT IS
000850            ORGANIZATION IS SEQUENTIAL.
000860     SELECT LETTER-OUT     ASSIGN TO LTROUT
000870            ORGANIZATION IS SEQUENTIAL.
000872     SELECT OPTIONAL
000874            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000876            ORGANIZATION IS SEQUENTIAL
000878            FILE STATUS IS WS-EXECLOG-STATUS.

000880 DATA DIVISION.
000890 FILE SECTION.
001380     LABEL RECORDS ARE STANDARD.
001390 01  LETTER-LINE               PIC X(100).

001392 FD  EXEC-LOG-OUT
001394     LABEL RECORDS ARE STANDARD.
001396 COPY EXECLOG.

001400 WORKING-STORAGE SECTION.
001410 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001420 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001430 01  WS-LEVELIN-STATUS         PIC X(02)  VALUE SPACES.
001435 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001440 01  WS-SWITCHES.
001450     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
002190*---------------------------------------------------------------*
002200 0000-MAINLINE.
002210*---------------------------------------------------------------*
002213     PERFORM 9700-LOG-STEP-START
002216          THRU 9700-LOG-STEP-START-EXIT.
002220     PERFORM 1000-INITIALIZE
002230          THRU 1000-INITIALIZE-EXIT.
002240     IF WS-LEVEL-FULL
002270         CLOSE MSEG-IN LEVEL-OUT XREF-MASTER ORDER-MASTER
002280               ORDER-CHG-OUT LETTER-OUT
002290         MOVE 16 TO RETURN-CODE
002293         PERFORM 9710-LOG-STEP-END
002296              THRU 9710-LOG-STEP-END-EXIT
002300         GOBACK
002310     END-IF.
002320     PERFORM 2000-PROCESS-PARTY
002340          UNTIL MSEG-EOF.
002350     PERFORM 9000-TERMINATE
002360          THRU 9000-TERMINATE-EXIT.
002363     PERFORM 9710-LOG-STEP-END
002366          THRU 9710-LOG-STEP-END-EXIT.
002370     GOBACK.

002380*---------------------------------------------------------------*
005380           ORDER-CHG-OUT LETTER-OUT.
005390 9000-TERMINATE-EXIT.
005400     EXIT.

005410*---------------------------------------------------------------*
005420*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
005430*---------------------------------------------------------------*
005440 9700-LOG-STEP-START.
005450*---------------------------------------------------------------*
005460     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005470     MOVE 'DUNNING'         TO EX-JOB-NAME.
005480     SET EX-STEP-START      TO TRUE.
005490     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005500     ACCEPT EX-RUN-TIME FROM TIME.
005510     MOVE ZERO              TO EX-RECORDS-READ
005520                               EX-RECORDS-WRITTEN
005530                               EX-REJECT-COUNT
005540                               EX-COMPLETION-CODE.
005550     OPEN EXTEND EXEC-LOG-OUT.
005560     WRITE EXECUTION-LOG-RECORD.
005570     CLOSE EXEC-LOG-OUT.
005580 9700-LOG-STEP-START-EXIT.
005590     EXIT.

005600*---------------------------------------------------------------*
005610*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005620*    ENDING WITH.                                               *
005630*---------------------------------------------------------------*
005640 9710-LOG-STEP-END.
005650*---------------------------------------------------------------*
005660     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005670     MOVE 'DUNNING'         TO EX-JOB-NAME.
005680     SET EX-STEP-END        TO TRUE.
005690     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005700     ACCEPT EX-RUN-TIME FROM TIME.
005710     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
005720     MOVE WS-LETTERS-PRINTED TO EX-RECORDS-WRITTEN.
005730     MOVE ZERO              TO EX-REJECT-COUNT.
005740     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005750     OPEN EXTEND EXEC-LOG-OUT.
005760     WRITE EXECUTION-LOG-RECORD.
005770     CLOSE EXEC-LOG-OUT.
005780 9710-LOG-STEP-END-EXIT.
005790     EXIT.
