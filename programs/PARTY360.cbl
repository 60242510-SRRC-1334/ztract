000200*  2026-08-22 JLH   INITIAL VERSION - THE "GIVE ME EVERYTHING
000210*                   ABOUT THIS PARTY" JOB THE CROSS-REFERENCE
000220*                   MASTER WAS BUILT FOR.
000222*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000224*                   TO THE COMMON EXECUTION LOG FOR THE
000226*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      FOR EACH REQUEST CARD (COPY PTYREQ) THE PARTY IS LOCATED
000750            ORGANIZATION IS SEQUENTIAL.
000760     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000770            ORGANIZATION IS SEQUENTIAL.
000772     SELECT OPTIONAL
000774            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000776            ORGANIZATION IS SEQUENTIAL
000778            FILE STATUS IS WS-EXECLOG-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
001130     LABEL RECORDS ARE STANDARD.
001140 01  REPORT-LINE               PIC X(132).

001142 FD  EXEC-LOG-OUT
001144     LABEL RECORDS ARE STANDARD.
001146 COPY EXECLOG.

001150 WORKING-STORAGE SECTION.
001160 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001170 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001175 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001180 01  WS-SWITCHES.
001190     05  WS-REQUEST-EOF        PIC X(01)  VALUE 'N'.
001850*---------------------------------------------------------------*
001860 0000-MAINLINE.
001870*---------------------------------------------------------------*
001873     PERFORM 9700-LOG-STEP-START
001876          THRU 9700-LOG-STEP-START-EXIT.
001880     PERFORM 1000-INITIALIZE
001890          THRU 1000-INITIALIZE-EXIT.
001900     PERFORM 2000-PROCESS-REQUEST
001920          UNTIL REQUEST-EOF.
001930     PERFORM 9000-TERMINATE
001940          THRU 9000-TERMINATE-EXIT.
001943     PERFORM 9710-LOG-STEP-END
001946          THRU 9710-LOG-STEP-END-EXIT.
001950     GOBACK.

001960*---------------------------------------------------------------*
004800           INVOICE-IN REPORT-OUT.
004810 9000-TERMINATE-EXIT.
004820     EXIT.

004830*---------------------------------------------------------------*
004840*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004850*---------------------------------------------------------------*
004860 9700-LOG-STEP-START.
004870*---------------------------------------------------------------*
004880     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004890     MOVE 'PARTY360'        TO EX-JOB-NAME.
004900     SET EX-STEP-START      TO TRUE.
004910     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004920     ACCEPT EX-RUN-TIME FROM TIME.
004930     MOVE ZERO              TO EX-RECORDS-READ
004940                               EX-RECORDS-WRITTEN
004950                               EX-REJECT-COUNT
004960                               EX-COMPLETION-CODE.
004970     OPEN EXTEND EXEC-LOG-OUT.
004980     WRITE EXECUTION-LOG-RECORD.
004990     CLOSE EXEC-LOG-OUT.
005000 9700-LOG-STEP-START-EXIT.
005010     EXIT.

005020*---------------------------------------------------------------*
005030*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
005040*    ENDING WITH.                                               *
005050*---------------------------------------------------------------*
005060 9710-LOG-STEP-END.
005070*---------------------------------------------------------------*
005080     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005090     MOVE 'PARTY360'        TO EX-JOB-NAME.
005100     SET EX-STEP-END        TO TRUE.
005110     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005120     ACCEPT EX-RUN-TIME FROM TIME.
005130     MOVE WS-REQUESTS-READ  TO EX-RECORDS-READ.
005140     MOVE WS-PARTIES-FOUND  TO EX-RECORDS-WRITTEN.
005150     MOVE WS-PARTIES-NOT-FOUND TO EX-REJECT-COUNT.
005160     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005170     OPEN EXTEND EXEC-LOG-OUT.
005180     WRITE EXECUTION-LOG-RECORD.
005190     CLOSE EXEC-LOG-OUT.
005200 9710-LOG-STEP-END-EXIT.
005210     EXIT.
