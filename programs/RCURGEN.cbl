000220*                   RENT AND LEASE INVOICES SOMEONE KEYED EVERY
000230*                   MONTH (AND THE DUPLICATE SCREEN FLAGGED
000240*                   EVERY MONTH) NOW GENERATE THEMSELVES.
000241*  2026-10-15 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(982)
000242*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000243*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000244*                   RECORD LAYOUT.  THE INVOICE IS STAMPED
000245*                   ENTERED BY RCURGEN.
000246*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000247*                   TO THE COMMON EXECUTION LOG FOR THE
000248*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000250*****************************************************************
000260*  REMARKS.
000270*      READS THE RECURRING-INVOICE TEMPLATE MASTER (COPY
000640            ORGANIZATION IS SEQUENTIAL.
000650     SELECT REJECT-OUT     ASSIGN TO REJOUT
000660            ORGANIZATION IS SEQUENTIAL.
000662     SELECT OPTIONAL
000664            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000666            ORGANIZATION IS SEQUENTIAL
000668            FILE STATUS IS WS-EXECLOG-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.

000760 FD  INVOICE-OUT
000770     LABEL RECORDS ARE STANDARD.
000780 01  INVOICE-OUT-RECORD        PIC X(982).

000790 FD  REJECT-OUT
000800     LABEL RECORDS ARE STANDARD.
000810 COPY REJCREC.

000812 FD  EXEC-LOG-OUT
000814     LABEL RECORDS ARE STANDARD.
000816 COPY EXECLOG.

000820 WORKING-STORAGE SECTION.
000825 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000830 01  WS-SWITCHES.
000840     05  WS-TEMPLATE-EOF       PIC X(01)  VALUE 'N'.
000850         88  TEMPLATE-EOF                 VALUE 'Y'.
001150*---------------------------------------------------------------*
001160 0000-MAINLINE.
001170*---------------------------------------------------------------*
001173     PERFORM 9700-LOG-STEP-START
001176          THRU 9700-LOG-STEP-START-EXIT.
001180     PERFORM 1000-INITIALIZE
001190          THRU 1000-INITIALIZE-EXIT.
001200     PERFORM 2000-PROCESS-TEMPLATE
001220          UNTIL TEMPLATE-EOF.
001230     PERFORM 9000-TERMINATE
001240          THRU 9000-TERMINATE-EXIT.
001243     PERFORM 9710-LOG-STEP-END
001246          THRU 9710-LOG-STEP-END-EXIT.
001250     GOBACK.

001260*---------------------------------------------------------------*
002980                                CONV-STATUS.
002990     MOVE 'I'                TO INV-DOC-TYPE.
003000     SET INV-GENERATED-RECURRING TO TRUE.
003003     MOVE 'RCURGEN'          TO INV-ENTERED-BY.
003006     MOVE SPACES             TO INV-LAST-CHANGED-BY.
003010     ADD 1 TO WS-INVOICES-WRITTEN.
003020     MOVE SPACES TO INVOICE-OUT-RECORD.
003030     MOVE INVOICE-RECORD TO INVOICE-OUT-RECORD.
003530     CLOSE TEMPLATE-IN INVOICE-OUT REJECT-OUT.
003540 9000-TERMINATE-EXIT.
003550     EXIT.

003560*---------------------------------------------------------------*
003570*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003580*---------------------------------------------------------------*
003590 9700-LOG-STEP-START.
003600*---------------------------------------------------------------*
003610     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003620     MOVE 'RCURGEN'         TO EX-JOB-NAME.
003630     SET EX-STEP-START      TO TRUE.
003640     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003650     ACCEPT EX-RUN-TIME FROM TIME.
003660     MOVE ZERO              TO EX-RECORDS-READ
003670                               EX-RECORDS-WRITTEN
003680                               EX-REJECT-COUNT
003690                               EX-COMPLETION-CODE.
003700     OPEN EXTEND EXEC-LOG-OUT.
003710     WRITE EXECUTION-LOG-RECORD.
003720     CLOSE EXEC-LOG-OUT.
003730 9700-LOG-STEP-START-EXIT.
003740     EXIT.

003750*---------------------------------------------------------------*
003760*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003770*    ENDING WITH.                                               *
003780*---------------------------------------------------------------*
003790 9710-LOG-STEP-END.
003800*---------------------------------------------------------------*
003810     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003820     MOVE 'RCURGEN'         TO EX-JOB-NAME.
003830     SET EX-STEP-END        TO TRUE.
003840     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003850     ACCEPT EX-RUN-TIME FROM TIME.
003860     MOVE WS-TEMPLATES-READ TO EX-RECORDS-READ.
003870     MOVE WS-INVOICES-WRITTEN TO EX-RECORDS-WRITTEN.
003880     MOVE WS-TEMPLATES-REJECTED TO EX-REJECT-COUNT.
003890     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003900     OPEN EXTEND EXEC-LOG-OUT.
003910     WRITE EXECUTION-LOG-RECORD.
003920     CLOSE EXEC-LOG-OUT.
003930 9710-LOG-STEP-END-EXIT.
003940     EXIT.
