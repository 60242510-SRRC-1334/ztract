000227*                   CODE (SEE ITS USE IN BACKORD AND EDIINV), SO
000228*                   THE LINE-LEVEL MATCH NOW COMPARES THE FIRST
000229*                   8 BYTES OF LINE-PRODUCT TO ITEM-ID INSTEAD.
000231*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000233*                   TO THE COMMON EXECUTION LOG FOR THE
000235*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000237*****************************************************************
000240*  REMARKS.
000250*      THE ORDER FILE IS LOADED INTO A WORKING-STORAGE TABLE
000260*      KEYED BY ORDER-ID (THE VOLUME OF OPEN ORDERS ON HAND AT
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT EXCEPT-OUT   ASSIGN TO EXCPOUT
000530            ORGANIZATION IS SEQUENTIAL.
000532     SELECT OPTIONAL
000534            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000536            ORGANIZATION IS SEQUENTIAL
000538            FILE STATUS IS WS-EXECLOG-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000630     LABEL RECORDS ARE STANDARD.
000640 01  EXCEPT-LINE                PIC X(90).

000642 FD  EXEC-LOG-OUT
000644     LABEL RECORDS ARE STANDARD.
000646 COPY EXECLOG.

000650 WORKING-STORAGE SECTION.
000655 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000660 01  WS-SWITCHES.
000670     05  WS-ORDER-EOF           PIC X(01)  VALUE 'N'.
000680         88  ORDER-EOF                     VALUE 'Y'.
001150*---------------------------------------------------------------*
001160 0000-MAINLINE.
001170*---------------------------------------------------------------*
001173     PERFORM 9700-LOG-STEP-START
001176          THRU 9700-LOG-STEP-START-EXIT.
001180     PERFORM 1000-INITIALIZE
001190          THRU 1000-INITIALIZE-EXIT.
001200     PERFORM 2000-PROCESS-INVOICE
001220          UNTIL INVOICE-EOF.
001230     PERFORM 9000-TERMINATE
001240          THRU 9000-TERMINATE-EXIT.
001243     PERFORM 9710-LOG-STEP-END
001246          THRU 9710-LOG-STEP-END-EXIT.
001250     GOBACK.

001260*---------------------------------------------------------------*
003000     CLOSE INVOICE-IN EXCEPT-OUT.
003010 9000-TERMINATE-EXIT.
003020     EXIT.

003030*---------------------------------------------------------------*
003040*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003050*---------------------------------------------------------------*
003060 9700-LOG-STEP-START.
003070*---------------------------------------------------------------*
003080     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003090     MOVE 'MATCH3W'         TO EX-JOB-NAME.
003100     SET EX-STEP-START      TO TRUE.
003110     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003120     ACCEPT EX-RUN-TIME FROM TIME.
003130     MOVE ZERO              TO EX-RECORDS-READ
003140                               EX-RECORDS-WRITTEN
003150                               EX-REJECT-COUNT
003160                               EX-COMPLETION-CODE.
003170     OPEN EXTEND EXEC-LOG-OUT.
003180     WRITE EXECUTION-LOG-RECORD.
003190     CLOSE EXEC-LOG-OUT.
003200 9700-LOG-STEP-START-EXIT.
003210     EXIT.

003220*---------------------------------------------------------------*
003230*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003240*    ENDING WITH.                                               *
003250*---------------------------------------------------------------*
003260 9710-LOG-STEP-END.
003270*---------------------------------------------------------------*
003280     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003290     MOVE 'MATCH3W'         TO EX-JOB-NAME.
003300     SET EX-STEP-END        TO TRUE.
003310     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003320     ACCEPT EX-RUN-TIME FROM TIME.
003330     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
003340     MOVE WS-INVOICES-MATCHED TO EX-RECORDS-WRITTEN.
003350     MOVE WS-INVOICES-UNMATCHED TO EX-REJECT-COUNT.
003360     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003370     OPEN EXTEND EXEC-LOG-OUT.
003380     WRITE EXECUTION-LOG-RECORD.
003390     CLOSE EXEC-LOG-OUT.
003400 9710-LOG-STEP-END-EXIT.
003410     EXIT.
