000218*  2026-09-03 JLH   INVOICE-IN-RECORD WIDENED TO PIC X(966)
000220*                   WITH THE INV-RECURRING-SW FIELD ADDED TO
000222*                   THE INVOICE-RECORD LAYOUT.
000223*  2026-10-15 JLH   INVOICE-IN-RECORD WIDENED TO PIC X(982)
000224*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000225*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000226*                   RECORD LAYOUT.
000227*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000228*                   TO THE COMMON EXECUTION LOG FOR THE
000229*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000232*****************************************************************
000235*  REMARKS.
000240*      THE ORDER SIDE GOT AN INDEXED MASTER YEARS AGO (ORDLOAD)
000250*      AND ITS INQUIRY JOBS READ BY KEY; THE INVOICE FILE STAYED
000260*      FLAT SEQUENTIAL AND EVERY LOOKUP PAID FOR A FULL PASS.
000480            FILE STATUS IS WS-INVMSTR-STATUS.
000490     SELECT REJECT-OUT     ASSIGN TO REJOUT
000500            ORGANIZATION IS SEQUENTIAL.
000502     SELECT OPTIONAL
000504            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000506            ORGANIZATION IS SEQUENTIAL
000508            FILE STATUS IS WS-EXECLOG-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  INVOICE-IN
000540     LABEL RECORDS ARE STANDARD.
000550 01  INVOICE-IN-RECORD         PIC X(982).

000560 FD  INVOICE-MASTER
000570     LABEL RECORDS ARE STANDARD.
000600     LABEL RECORDS ARE STANDARD.
000610 COPY REJCREC.

000612 FD  EXEC-LOG-OUT
000614     LABEL RECORDS ARE STANDARD.
000616 COPY EXECLOG.

000620 WORKING-STORAGE SECTION.
000630 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
000635 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000640 01  WS-SWITCHES.
000650     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
000730*---------------------------------------------------------------*
000740 0000-MAINLINE.
000750*---------------------------------------------------------------*
000753     PERFORM 9700-LOG-STEP-START
000756          THRU 9700-LOG-STEP-START-EXIT.
000760     PERFORM 1000-INITIALIZE
000770          THRU 1000-INITIALIZE-EXIT.
000780     PERFORM 2000-LOAD-INVOICE
000800          UNTIL INVOICE-EOF.
000810     PERFORM 9000-TERMINATE
000820          THRU 9000-TERMINATE-EXIT.
000823     PERFORM 9710-LOG-STEP-END
000826          THRU 9710-LOG-STEP-END-EXIT.
000830     GOBACK.

000840*---------------------------------------------------------------*
001390     CLOSE INVOICE-IN INVOICE-MASTER REJECT-OUT.
001400 9000-TERMINATE-EXIT.
001410     EXIT.

001420*---------------------------------------------------------------*
001430*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001440*---------------------------------------------------------------*
001450 9700-LOG-STEP-START.
001460*---------------------------------------------------------------*
001470     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001480     MOVE 'INVMLOAD'        TO EX-JOB-NAME.
001490     SET EX-STEP-START      TO TRUE.
001500     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001510     ACCEPT EX-RUN-TIME FROM TIME.
001520     MOVE ZERO              TO EX-RECORDS-READ
001530                               EX-RECORDS-WRITTEN
001540                               EX-REJECT-COUNT
001550                               EX-COMPLETION-CODE.
001560     OPEN EXTEND EXEC-LOG-OUT.
001570     WRITE EXECUTION-LOG-RECORD.
001580     CLOSE EXEC-LOG-OUT.
001590 9700-LOG-STEP-START-EXIT.
001600     EXIT.

001610*---------------------------------------------------------------*
001620*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001630*    ENDING WITH.                                               *
001640*---------------------------------------------------------------*
001650 9710-LOG-STEP-END.
001660*---------------------------------------------------------------*
001670     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001680     MOVE 'INVMLOAD'        TO EX-JOB-NAME.
001690     SET EX-STEP-END        TO TRUE.
001700     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001710     ACCEPT EX-RUN-TIME FROM TIME.
001720     COMPUTE EX-RECORDS-READ = WS-INVOICES-LOADED
001730                             + WS-INVOICES-REJECTED.
001740     MOVE WS-INVOICES-LOADED TO EX-RECORDS-WRITTEN.
001750     MOVE WS-INVOICES-REJECTED TO EX-REJECT-COUNT.
001760     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001770     OPEN EXTEND EXEC-LOG-OUT.
001780     WRITE EXECUTION-LOG-RECORD.
001790     CLOSE EXEC-LOG-OUT.
001800 9710-LOG-STEP-END-EXIT.
001810     EXIT.
