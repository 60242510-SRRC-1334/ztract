000210*                   SCHEDULER.  FINDS KY SEGMENTS WHOSE LAST
000220*                   REVIEW IS OLDER THAN THE REVIEW INTERVAL AND
000230*                   DRIVES THEM BACK TO PENDING THROUGH MSEGUPD.
000232*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000234*                   TO THE COMMON EXECUTION LOG FOR THE
000236*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000240*****************************************************************
000250*  REMARKS.
000260*      COMPLIANCE RE-REVIEWS ON A CYCLE; THIS RUN IS WHAT DRIVES
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000580            ORGANIZATION IS SEQUENTIAL.
000582     SELECT OPTIONAL
000584            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000586            ORGANIZATION IS SEQUENTIAL
000588            FILE STATUS IS WS-EXECLOG-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000750     LABEL RECORDS ARE STANDARD.
000760 01  REPORT-LINE               PIC X(80).

000762 FD  EXEC-LOG-OUT
000764     LABEL RECORDS ARE STANDARD.
000766 COPY EXECLOG.

000770 WORKING-STORAGE SECTION.
000775 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000780 01  WS-SWITCHES.
000790     05  WS-MSEG-EOF           PIC X(01)  VALUE 'N'.
000800         88  MSEG-EOF                     VALUE 'Y'.
001320*---------------------------------------------------------------*
001330 0000-MAINLINE.
001340*---------------------------------------------------------------*
001343     PERFORM 9700-LOG-STEP-START
001346          THRU 9700-LOG-STEP-START-EXIT.
001350     PERFORM 1000-INITIALIZE
001360          THRU 1000-INITIALIZE-EXIT.
001370     PERFORM 2000-PROCESS-SEGMENT
001410          THRU 8000-PRINT-WORK-QUEUE-EXIT.
001420     PERFORM 9000-TERMINATE
001430          THRU 9000-TERMINATE-EXIT.
001433     PERFORM 9710-LOG-STEP-END
001436          THRU 9710-LOG-STEP-END-EXIT.
001440     GOBACK.

001450*---------------------------------------------------------------*
003360     CLOSE MSEG-IN MSEG-CHG-OUT REPORT-OUT.
003370 9000-TERMINATE-EXIT.
003380     EXIT.

003390*---------------------------------------------------------------*
003400*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003410*---------------------------------------------------------------*
003420 9700-LOG-STEP-START.
003430*---------------------------------------------------------------*
003440     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003450     MOVE 'KYCSCHED'        TO EX-JOB-NAME.
003460     SET EX-STEP-START      TO TRUE.
003470     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003480     ACCEPT EX-RUN-TIME FROM TIME.
003490     MOVE ZERO              TO EX-RECORDS-READ
003500                               EX-RECORDS-WRITTEN
003510                               EX-REJECT-COUNT
003520                               EX-COMPLETION-CODE.
003530     OPEN EXTEND EXEC-LOG-OUT.
003540     WRITE EXECUTION-LOG-RECORD.
003550     CLOSE EXEC-LOG-OUT.
003560 9700-LOG-STEP-START-EXIT.
003570     EXIT.

003580*---------------------------------------------------------------*
003590*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003600*    ENDING WITH.                                               *
003610*---------------------------------------------------------------*
003620 9710-LOG-STEP-END.
003630*---------------------------------------------------------------*
003640     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003650     MOVE 'KYCSCHED'        TO EX-JOB-NAME.
003660     SET EX-STEP-END        TO TRUE.
003670     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003680     ACCEPT EX-RUN-TIME FROM TIME.
003690     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
003700     MOVE WS-REVIEWS-DUE    TO EX-RECORDS-WRITTEN.
003710     MOVE ZERO              TO EX-REJECT-COUNT.
003720     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003730     OPEN EXTEND EXEC-LOG-OUT.
003740     WRITE EXECUTION-LOG-RECORD.
003750     CLOSE EXEC-LOG-OUT.
003760 9710-LOG-STEP-END-EXIT.
003770     EXIT.
