000217*                   THE ACCT-BRANCH POSITION) SO THE REPORT NOW
000218*                   ACTUALLY COMES OUT IN ACCT-BRANCH SEQUENCE
000219*                   AS DOCUMENTED.
000221*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000223*                   TO THE COMMON EXECUTION LOG FOR THE
000225*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000227*****************************************************************
000230*  REMARKS.
000240*      READS THE MULTI-SEGMENT FILE AND, FOR EVERY RECORD WHERE
000250*      SEGMENT-ID SELECTS THE ACCOUNT SEGMENT, COMPARES
000384            ORGANIZATION IS SEQUENTIAL.
000390     SELECT REPORT-OUT   ASSIGN TO RPTOUT
000400            ORGANIZATION IS SEQUENTIAL.
000402     SELECT OPTIONAL
000404            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000406            ORGANIZATION IS SEQUENTIAL
000408            FILE STATUS IS WS-EXECLOG-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000470     LABEL RECORDS ARE STANDARD.
000480 01  REPORT-LINE              PIC X(80).

000482 FD  EXEC-LOG-OUT
000484     LABEL RECORDS ARE STANDARD.
000486 COPY EXECLOG.

000490 WORKING-STORAGE SECTION.
000495 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000500 01  WS-SWITCHES.
000510     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
000520         88  MSEG-EOF                     VALUE 'Y'.
000720*---------------------------------------------------------------*
000730 0000-MAINLINE.
000740*---------------------------------------------------------------*
000743     PERFORM 9700-LOG-STEP-START
000746          THRU 9700-LOG-STEP-START-EXIT.
000750     PERFORM 1000-INITIALIZE
000760          THRU 1000-INITIALIZE-EXIT.
000770     PERFORM 2000-PROCESS-RECORD
000790          UNTIL MSEG-EOF.
000800     PERFORM 9000-TERMINATE
000810          THRU 9000-TERMINATE-EXIT.
000813     PERFORM 9710-LOG-STEP-END
000816          THRU 9710-LOG-STEP-END-EXIT.
000820     GOBACK.

000830*---------------------------------------------------------------*
001310 9000-TERMINATE-EXIT.
001320     EXIT.

001330*---------------------------------------------------------------*
001340*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001350*---------------------------------------------------------------*
001360 9700-LOG-STEP-START.
001370*---------------------------------------------------------------*
001380     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001390     MOVE 'OVRLIMIT'        TO EX-JOB-NAME.
001400     SET EX-STEP-START      TO TRUE.
001410     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001420     ACCEPT EX-RUN-TIME FROM TIME.
001430     MOVE ZERO              TO EX-RECORDS-READ
001440                               EX-RECORDS-WRITTEN
001450                               EX-REJECT-COUNT
001460                               EX-COMPLETION-CODE.
001470     OPEN EXTEND EXEC-LOG-OUT.
001480     WRITE EXECUTION-LOG-RECORD.
001490     CLOSE EXEC-LOG-OUT.
001500 9700-LOG-STEP-START-EXIT.
001510     EXIT.

001520*---------------------------------------------------------------*
001530*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001540*    ENDING WITH.                                               *
001550*---------------------------------------------------------------*
001560 9710-LOG-STEP-END.
001570*---------------------------------------------------------------*
001580     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001590     MOVE 'OVRLIMIT'        TO EX-JOB-NAME.
001600     SET EX-STEP-END        TO TRUE.
001610     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001620     ACCEPT EX-RUN-TIME FROM TIME.
001630     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
001640     MOVE WS-OVERLIMIT-COUNT TO EX-RECORDS-WRITTEN.
001650     MOVE ZERO              TO EX-REJECT-COUNT.
001660     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001670     OPEN EXTEND EXEC-LOG-OUT.
001680     WRITE EXECUTION-LOG-RECORD.
001690     CLOSE EXEC-LOG-OUT.
001700 9710-LOG-STEP-END-EXIT.
001710     EXIT.

