000190*  ---------  ----  ---------------------------------------------
000200*  2026-08-08 JLH   INITIAL VERSION - KYC REVIEW STATUS REPORT
000210*                   OFF THE FOURTH MULTI-SEGMENT-RECORD SEGMENT.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      READS THE MULTI-SEGMENT FILE AND, FOR EVERY RECORD WHERE
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT REPORT-OUT   ASSIGN TO RPTOUT
000410            ORGANIZATION IS SEQUENTIAL.
000412     SELECT OPTIONAL
000414            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000416            ORGANIZATION IS SEQUENTIAL
000418            FILE STATUS IS WS-EXECLOG-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000480     LABEL RECORDS ARE STANDARD.
000490 01  REPORT-LINE              PIC X(80).

000492 FD  EXEC-LOG-OUT
000494     LABEL RECORDS ARE STANDARD.
000496 COPY EXECLOG.

000500 WORKING-STORAGE SECTION.
000505 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000510 01  WS-SWITCHES.
000520     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
000530         88  MSEG-EOF                     VALUE 'Y'.
000700*---------------------------------------------------------------*
000710 0000-MAINLINE.
000720*---------------------------------------------------------------*
000723     PERFORM 9700-LOG-STEP-START
000726          THRU 9700-LOG-STEP-START-EXIT.
000730     PERFORM 1000-INITIALIZE
000740          THRU 1000-INITIALIZE-EXIT.
000750     PERFORM 2000-PROCESS-RECORD
000770          UNTIL MSEG-EOF.
000780     PERFORM 9000-TERMINATE
000790          THRU 9000-TERMINATE-EXIT.
000793     PERFORM 9710-LOG-STEP-END
000796          THRU 9710-LOG-STEP-END-EXIT.
000800     GOBACK.

000810*---------------------------------------------------------------*
001280 9000-TERMINATE-EXIT.
001290     EXIT.

001300*---------------------------------------------------------------*
001310*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001320*---------------------------------------------------------------*
001330 9700-LOG-STEP-START.
001340*---------------------------------------------------------------*
001350     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001360     MOVE 'KYCRPT'          TO EX-JOB-NAME.
001370     SET EX-STEP-START      TO TRUE.
001380     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001390     ACCEPT EX-RUN-TIME FROM TIME.
001400     MOVE ZERO              TO EX-RECORDS-READ
001410                               EX-RECORDS-WRITTEN
001420                               EX-REJECT-COUNT
001430                               EX-COMPLETION-CODE.
001440     OPEN EXTEND EXEC-LOG-OUT.
001450     WRITE EXECUTION-LOG-RECORD.
001460     CLOSE EXEC-LOG-OUT.
001470 9700-LOG-STEP-START-EXIT.
001480     EXIT.

001490*---------------------------------------------------------------*
001500*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001510*    ENDING WITH.                                               *
001520*---------------------------------------------------------------*
001530 9710-LOG-STEP-END.
001540*---------------------------------------------------------------*
001550     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001560     MOVE 'KYCRPT'          TO EX-JOB-NAME.
001570     SET EX-STEP-END        TO TRUE.
001580     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001590     ACCEPT EX-RUN-TIME FROM TIME.
001600     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
001610     MOVE WS-KYC-RECORDS    TO EX-RECORDS-WRITTEN.
001620     MOVE ZERO              TO EX-REJECT-COUNT.
001630     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001640     OPEN EXTEND EXEC-LOG-OUT.
001650     WRITE EXECUTION-LOG-RECORD.
001660     CLOSE EXEC-LOG-OUT.
001670 9710-LOG-STEP-END-EXIT.
001680     EXIT.

