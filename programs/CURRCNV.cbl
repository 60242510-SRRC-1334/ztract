000378*  2026-09-03 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(966)
000380*                   WITH THE INV-RECURRING-SW FIELD ADDED TO
000382*                   THE INVOICE-RECORD LAYOUT.
000383*  2026-10-15 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(982)
000384*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000385*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000386*                   RECORD LAYOUT.
000387*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000388*                   TO THE COMMON EXECUTION LOG FOR THE
000389*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000392*****************************************************************
000395*  REMARKS.
000400*      READS THE VENDOR INVOICE FILE AND THE DAILY EXCHANGE RATE
000410*      TABLE, LOOKS UP THE RATE KEYED BY CURRENCY AND INVOICE-
000420*      DATE, AND STAMPS EACH INVOICE WITH THE HOME-CURRENCY
000600            CONTROL-TOT-OUT ASSIGN TO CTLTOT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS WS-CTLTOT-STATUS.
000622     SELECT OPTIONAL
000624            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000626            ORGANIZATION IS SEQUENTIAL
000628            FILE STATUS IS WS-EXECLOG-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.

000710 FD  INVOICE-OUT
000720     LABEL RECORDS ARE STANDARD.
000730 01  INVOICE-OUT-RECORD    PIC X(982).

000740 FD  CONTROL-TOT-OUT
000750     LABEL RECORDS ARE STANDARD.
000760 COPY CTLTREC.

000762 FD  EXEC-LOG-OUT
000764     LABEL RECORDS ARE STANDARD.
000766 COPY EXECLOG.

000770 WORKING-STORAGE SECTION.
000780 01  WS-CTLTOT-STATUS          PIC X(02)  VALUE SPACES.
000785 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.
000790 01  WS-INPUT-HASH             PIC S9(15)V99 COMP-3 VALUE ZERO.
000800 01  WS-OUTPUT-HASH            PIC S9(15)V99 COMP-3 VALUE ZERO.
000810 01  WS-INVOICES-WRITTEN       PIC 9(09)  COMP VALUE ZERO.
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
002680 9500-WRITE-CONTROL-TOTALS-EXIT.
002690     EXIT.

002700*---------------------------------------------------------------*
002710*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002720*---------------------------------------------------------------*
002730 9700-LOG-STEP-START.
002740*---------------------------------------------------------------*
002750     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002760     MOVE 'CURRCNV'         TO EX-JOB-NAME.
002770     SET EX-STEP-START      TO TRUE.
002780     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002790     ACCEPT EX-RUN-TIME FROM TIME.
002800     MOVE ZERO              TO EX-RECORDS-READ
002810                               EX-RECORDS-WRITTEN
002820                               EX-REJECT-COUNT
002830                               EX-COMPLETION-CODE.
002840     OPEN EXTEND EXEC-LOG-OUT.
002850     WRITE EXECUTION-LOG-RECORD.
002860     CLOSE EXEC-LOG-OUT.
002870 9700-LOG-STEP-START-EXIT.
002880     EXIT.

002890*---------------------------------------------------------------*
002900*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002910*    ENDING WITH.                                               *
002920*---------------------------------------------------------------*
002930 9710-LOG-STEP-END.
002940*---------------------------------------------------------------*
002950     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002960     MOVE 'CURRCNV'         TO EX-JOB-NAME.
002970     SET EX-STEP-END        TO TRUE.
002980     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002990     ACCEPT EX-RUN-TIME FROM TIME.
003000     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
003010     MOVE WS-INVOICES-CONVERTED TO EX-RECORDS-WRITTEN.
003020     MOVE WS-INVOICES-NO-RATE TO EX-REJECT-COUNT.
003030     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003040     OPEN EXTEND EXEC-LOG-OUT.
003050     WRITE EXECUTION-LOG-RECORD.
003060     CLOSE EXEC-LOG-OUT.
003070 9710-LOG-STEP-END-EXIT.
003080     EXIT.

