000190*  ---------  ----  ---------------------------------------------
000200*  2026-08-22 JLH   INITIAL VERSION - CROSS-STEP BATCH BALANCER
000210*                   OVER THE COMMON CONTROL-TOTAL FILE.
000212*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000214*                   TO THE COMMON EXECUTION LOG FOR THE
000216*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000220*****************************************************************
000230*  REMARKS.
000240*      EVERY INSTRUMENTED BATCH STEP APPENDS CONTROL-TOTAL-
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000530            ORGANIZATION IS SEQUENTIAL.
000532     SELECT OPTIONAL
000534            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000536            ORGANIZATION IS SEQUENTIAL
000538            FILE STATUS IS WS-EXECLOG-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000600     LABEL RECORDS ARE STANDARD.
000610 01  REPORT-LINE               PIC X(100).

000612 FD  EXEC-LOG-OUT
000614     LABEL RECORDS ARE STANDARD.
000616 COPY EXECLOG.

000620 WORKING-STORAGE SECTION.
000625 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000630 01  WS-SWITCHES.
000640     05  WS-CTLTOT-EOF         PIC X(01)  VALUE 'N'.
000650         88  CTLTOT-EOF                   VALUE 'Y'.
001120*---------------------------------------------------------------*
001130 0000-MAINLINE.
001140*---------------------------------------------------------------*
001143     PERFORM 9700-LOG-STEP-START
001146          THRU 9700-LOG-STEP-START-EXIT.
001150     PERFORM 1000-INITIALIZE
001160          THRU 1000-INITIALIZE-EXIT.
001170     PERFORM 2000-LOAD-TOTAL-RECORD
001270          THRU 6000-CHECK-CURRCNV-EXIT.
001280     PERFORM 9000-TERMINATE
001290          THRU 9000-TERMINATE-EXIT.
001293     PERFORM 9710-LOG-STEP-END
001296          THRU 9710-LOG-STEP-END-EXIT.
001300     GOBACK.

001310*---------------------------------------------------------------*
003820     END-IF.
003830 9000-TERMINATE-EXIT.
003840     EXIT.

003850*---------------------------------------------------------------*
003860*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003870*---------------------------------------------------------------*
003880 9700-LOG-STEP-START.
003890*---------------------------------------------------------------*
003900     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003910     MOVE 'BATCHBAL'        TO EX-JOB-NAME.
003920     SET EX-STEP-START      TO TRUE.
003930     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003940     ACCEPT EX-RUN-TIME FROM TIME.
003950     MOVE ZERO              TO EX-RECORDS-READ
003960                               EX-RECORDS-WRITTEN
003970                               EX-REJECT-COUNT
003980                               EX-COMPLETION-CODE.
003990     OPEN EXTEND EXEC-LOG-OUT.
004000     WRITE EXECUTION-LOG-RECORD.
004010     CLOSE EXEC-LOG-OUT.
004020 9700-LOG-STEP-START-EXIT.
004030     EXIT.

004040*---------------------------------------------------------------*
004050*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004060*    ENDING WITH.                                               *
004070*---------------------------------------------------------------*
004080 9710-LOG-STEP-END.
004090*---------------------------------------------------------------*
004100     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004110     MOVE 'BATCHBAL'        TO EX-JOB-NAME.
004120     SET EX-STEP-END        TO TRUE.
004130     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004140     ACCEPT EX-RUN-TIME FROM TIME.
004150     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
004160     MOVE WS-CHECKS-PASSED  TO EX-RECORDS-WRITTEN.
004170     MOVE WS-CHECKS-FAILED  TO EX-REJECT-COUNT.
004180     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004190     OPEN EXTEND EXEC-LOG-OUT.
004200     WRITE EXECUTION-LOG-RECORD.
004210     CLOSE EXEC-LOG-OUT.
004220 9710-LOG-STEP-END-EXIT.
004230     EXIT.
