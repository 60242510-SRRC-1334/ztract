000240*                   FROM EDIINV WHEN THE ORDER IS TAKEN AND THEN
000250*                   SILENCE UNTIL THE TRUCK SHOWS UP; THIS IS
000260*                   THE SHIP NOTICE IN BETWEEN.
000262*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000264*                   TO THE COMMON EXECUTION LOG FOR THE
000266*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000270*****************************************************************
000280*  REMARKS.
000290*      ONE ANSI X12-STYLE 856 TRANSACTION SET IS WRITTEN PER
000680            FILE STATUS IS WS-CTLIN-STATUS.
000690     SELECT CONTROL-OUT   ASSIGN TO CTLOUT
000700            ORGANIZATION IS SEQUENTIAL.
000702     SELECT OPTIONAL
000704            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000706            ORGANIZATION IS SEQUENTIAL
000708            FILE STATUS IS WS-EXECLOG-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
001040     LABEL RECORDS ARE STANDARD.
001050 COPY EDICTL.

001052 FD  EXEC-LOG-OUT
001054     LABEL RECORDS ARE STANDARD.
001056 COPY EXECLOG.

001060 WORKING-STORAGE SECTION.
001065 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001070 01  WS-SWITCHES.
001080     05  WS-SHIP-EOF           PIC X(01)  VALUE 'N'.
001090         88  SHIP-EOF                     VALUE 'Y'.
001420*---------------------------------------------------------------*
001430 0000-MAINLINE.
001440*---------------------------------------------------------------*
001443     PERFORM 9700-LOG-STEP-START
001446          THRU 9700-LOG-STEP-START-EXIT.
001450     PERFORM 1000-INITIALIZE
001460          THRU 1000-INITIALIZE-EXIT.
001470     PERFORM 2000-PROCESS-ORDER
001490          UNTIL SHIP-EOF.
001500     PERFORM 9000-TERMINATE
001510          THRU 9000-TERMINATE-EXIT.
001513     PERFORM 9710-LOG-STEP-END
001516          THRU 9710-LOG-STEP-END-EXIT.
001520     GOBACK.

001530*---------------------------------------------------------------*
003710     CLOSE SHIP-DTL-IN EDI-OUT CONTROL-OUT.
003720 9000-TERMINATE-EXIT.
003730     EXIT.

003740*---------------------------------------------------------------*
003750*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003760*---------------------------------------------------------------*
003770 9700-LOG-STEP-START.
003780*---------------------------------------------------------------*
003790     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003800     MOVE 'EDIASN'          TO EX-JOB-NAME.
003810     SET EX-STEP-START      TO TRUE.
003820     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003830     ACCEPT EX-RUN-TIME FROM TIME.
003840     MOVE ZERO              TO EX-RECORDS-READ
003850                               EX-RECORDS-WRITTEN
003860                               EX-REJECT-COUNT
003870                               EX-COMPLETION-CODE.
003880     OPEN EXTEND EXEC-LOG-OUT.
003890     WRITE EXECUTION-LOG-RECORD.
003900     CLOSE EXEC-LOG-OUT.
003910 9700-LOG-STEP-START-EXIT.
003920     EXIT.

003930*---------------------------------------------------------------*
003940*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003950*    ENDING WITH.                                               *
003960*---------------------------------------------------------------*
003970 9710-LOG-STEP-END.
003980*---------------------------------------------------------------*
003990     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004000     MOVE 'EDIASN'          TO EX-JOB-NAME.
004010     SET EX-STEP-END        TO TRUE.
004020     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004030     ACCEPT EX-RUN-TIME FROM TIME.
004040     MOVE WS-DETAILS-READ   TO EX-RECORDS-READ.
004050     MOVE WS-SEGMENTS-WRITTEN TO EX-RECORDS-WRITTEN.
004060     MOVE ZERO              TO EX-REJECT-COUNT.
004070     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004080     OPEN EXTEND EXEC-LOG-OUT.
004090     WRITE EXECUTION-LOG-RECORD.
004100     CLOSE EXEC-LOG-OUT.
004110 9710-LOG-STEP-END-EXIT.
004120     EXIT.
