000230*                   INTAKE, THE MIRROR IMAGE OF THE 810 SETS
000240*                   EDIINV WRITES OUTBOUND AND THE SAME SHAPE AS
000250*                   EDIORDIN ON THE ORDER SIDE.
000251*  2026-10-15 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(982)
000252*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000253*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000254*                   RECORD LAYOUT.  THE INVOICE IS STAMPED
000255*                   ENTERED BY EDIINVIN.
000256*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000257*                   TO THE COMMON EXECUTION LOG FOR THE
000258*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000260*****************************************************************
000270*  REMARKS.
000280*      READS AN INBOUND ANSI X12-STYLE INTERCHANGE USING THE SAME
000680            ORGANIZATION IS SEQUENTIAL.
000690     SELECT REJECT-OUT    ASSIGN TO REJOUT
000700            ORGANIZATION IS SEQUENTIAL.
000702     SELECT OPTIONAL
000704            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000706            ORGANIZATION IS SEQUENTIAL
000708            FILE STATUS IS WS-EXECLOG-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.

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
000840     05  WS-EDI-EOF            PIC X(01)  VALUE 'N'.
000850         88  EDI-EOF                      VALUE 'Y'.
001490*---------------------------------------------------------------*
001500 0000-MAINLINE.
001510*---------------------------------------------------------------*
001513     PERFORM 9700-LOG-STEP-START
001516          THRU 9700-LOG-STEP-START-EXIT.
001520     PERFORM 1000-INITIALIZE
001530          THRU 1000-INITIALIZE-EXIT.
001540     PERFORM 2000-PROCESS-SEGMENT
001630     END-IF.
001640     PERFORM 9000-TERMINATE
001650          THRU 9000-TERMINATE-EXIT.
001653     PERFORM 9710-LOG-STEP-END
001656          THRU 9710-LOG-STEP-END-EXIT.
001660     GOBACK.

001670*---------------------------------------------------------------*
006850          THRU 3510-COPY-ONE-DEPT-EXIT
006860          VARYING WS-D-IX FROM 1 BY 1
006870          UNTIL WS-D-IX > WS-BD-DEPT-COUNT.
006873     MOVE 'EDIINVIN' TO INV-ENTERED-BY.
006876     MOVE SPACES     TO INV-LAST-CHANGED-BY.
006880     ADD 1 TO WS-INVOICES-WRITTEN.
006890     MOVE SPACES TO INVOICE-OUT-RECORD.
006900     MOVE INVOICE-RECORD TO INVOICE-OUT-RECORD.
007710     CLOSE EDI-IN INVOICE-OUT REJECT-OUT.
007720 9000-TERMINATE-EXIT.
007730     EXIT.

007740*---------------------------------------------------------------*
007750*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
007760*---------------------------------------------------------------*
007770 9700-LOG-STEP-START.
007780*---------------------------------------------------------------*
007790     MOVE SPACES            TO EXECUTION-LOG-RECORD.
007800     MOVE 'EDIINVIN'        TO EX-JOB-NAME.
007810     SET EX-STEP-START      TO TRUE.
007820     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
007830     ACCEPT EX-RUN-TIME FROM TIME.
007840     MOVE ZERO              TO EX-RECORDS-READ
007850                               EX-RECORDS-WRITTEN
007860                               EX-REJECT-COUNT
007870                               EX-COMPLETION-CODE.
007880     OPEN EXTEND EXEC-LOG-OUT.
007890     WRITE EXECUTION-LOG-RECORD.
007900     CLOSE EXEC-LOG-OUT.
007910 9700-LOG-STEP-START-EXIT.
007920     EXIT.

007930*---------------------------------------------------------------*
007940*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
007950*    ENDING WITH.                                               *
007960*---------------------------------------------------------------*
007970 9710-LOG-STEP-END.
007980*---------------------------------------------------------------*
007990     MOVE SPACES            TO EXECUTION-LOG-RECORD.
008000     MOVE 'EDIINVIN'        TO EX-JOB-NAME.
008010     SET EX-STEP-END        TO TRUE.
008020     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
008030     ACCEPT EX-RUN-TIME FROM TIME.
008040     MOVE WS-SEGMENTS-READ  TO EX-RECORDS-READ.
008050     MOVE WS-INVOICES-WRITTEN TO EX-RECORDS-WRITTEN.
008060     MOVE WS-SETS-REJECTED  TO EX-REJECT-COUNT.
008070     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
008080     OPEN EXTEND EXEC-LOG-OUT.
008090     WRITE EXECUTION-LOG-RECORD.
008100     CLOSE EXEC-LOG-OUT.
008110 9710-LOG-STEP-END-EXIT.
008120     EXIT.
