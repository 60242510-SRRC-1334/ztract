000228*  2026-09-03 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(966)
000230*                   WITH THE INV-RECURRING-SW FIELD ADDED TO
000232*                   THE INVOICE-RECORD LAYOUT.
000233*  2026-10-15 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(982)
000234*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000235*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000236*                   RECORD LAYOUT.
000237*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000238*                   TO THE COMMON EXECUTION LOG FOR THE
000239*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000242*****************************************************************
000245*  REMARKS.
000250*      THE INDEXED INVOICE MASTER IS THE BOOK OF RECORD NOW THAT
000260*      INVHUPD UPDATES IT IN PLACE, BUT THE REPORTING AND
000270*      SELECTION JOBS (INVAGE, CASHFCST, GLEXTR, PAYSEL,
000500            FILE STATUS IS WS-INVMSTR-STATUS.
000510     SELECT INVOICE-OUT    ASSIGN TO INVOUT
000520            ORGANIZATION IS SEQUENTIAL.
000522     SELECT OPTIONAL
000524            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000526            ORGANIZATION IS SEQUENTIAL
000528            FILE STATUS IS WS-EXECLOG-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.

000580 FD  INVOICE-OUT
000590     LABEL RECORDS ARE STANDARD.
000600 01  INVOICE-OUT-RECORD        PIC X(982).

000602 FD  EXEC-LOG-OUT
000604     LABEL RECORDS ARE STANDARD.
000606 COPY EXECLOG.

000610 WORKING-STORAGE SECTION.
000620 01  WS-INVMSTR-STATUS         PIC X(02)  VALUE SPACES.
000625 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000630 01  WS-SWITCHES.
000640     05  WS-MASTER-EOF         PIC X(01)  VALUE 'N'.
000690*---------------------------------------------------------------*
000700 0000-MAINLINE.
000710*---------------------------------------------------------------*
000713     PERFORM 9700-LOG-STEP-START
000716          THRU 9700-LOG-STEP-START-EXIT.
000720     PERFORM 1000-INITIALIZE
000730          THRU 1000-INITIALIZE-EXIT.
000740     PERFORM 2000-UNLOAD-INVOICE
000760          UNTIL MASTER-EOF.
000770     PERFORM 9000-TERMINATE
000780          THRU 9000-TERMINATE-EXIT.
000783     PERFORM 9710-LOG-STEP-END
000786          THRU 9710-LOG-STEP-END-EXIT.
000790     GOBACK.

000800*---------------------------------------------------------------*
001070     CLOSE INVOICE-MASTER INVOICE-OUT.
001080 9000-TERMINATE-EXIT.
001090     EXIT.

001100*---------------------------------------------------------------*
001110*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001120*---------------------------------------------------------------*
001130 9700-LOG-STEP-START.
001140*---------------------------------------------------------------*
001150     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001160     MOVE 'INVMUNLD'        TO EX-JOB-NAME.
001170     SET EX-STEP-START      TO TRUE.
001180     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001190     ACCEPT EX-RUN-TIME FROM TIME.
001200     MOVE ZERO              TO EX-RECORDS-READ
001210                               EX-RECORDS-WRITTEN
001220                               EX-REJECT-COUNT
001230                               EX-COMPLETION-CODE.
001240     OPEN EXTEND EXEC-LOG-OUT.
001250     WRITE EXECUTION-LOG-RECORD.
001260     CLOSE EXEC-LOG-OUT.
001270 9700-LOG-STEP-START-EXIT.
001280     EXIT.

001290*---------------------------------------------------------------*
001300*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
001310*    ENDING WITH.                                               *
001320*---------------------------------------------------------------*
001330 9710-LOG-STEP-END.
001340*---------------------------------------------------------------*
001350     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001360     MOVE 'INVMUNLD'        TO EX-JOB-NAME.
001370     SET EX-STEP-END        TO TRUE.
001380     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001390     ACCEPT EX-RUN-TIME FROM TIME.
001400     MOVE WS-INVOICES-UNLOADED TO EX-RECORDS-READ.
001410     MOVE WS-INVOICES-UNLOADED TO EX-RECORDS-WRITTEN.
001420     MOVE ZERO              TO EX-REJECT-COUNT.
001430     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
001440     OPEN EXTEND EXEC-LOG-OUT.
001450     WRITE EXECUTION-LOG-RECORD.
001460     CLOSE EXEC-LOG-OUT.
001470 9710-LOG-STEP-END-EXIT.
001480     EXIT.
