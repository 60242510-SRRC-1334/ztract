000400*                   RECORD (COPY CTLTREC) FOR ORDOUT TO THE
000410*                   COMMON BALANCING FILE, SO BATCHBAL CAN
000420*                   PROVE THE MERGE OUTPUT EQUALS THE STREAMS.
000422*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000424*                   TO THE COMMON EXECUTION LOG FOR THE
000426*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000430*****************************************************************
000440*  REMARKS.
000450*      RUN AFTER ALL OVERNIGHT ORDER BATCH JOB STREAMS PRODUCED
000770            CONTROL-TOT-OUT  ASSIGN TO CTLTOT
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS WS-CTLTOT-STATUS.
000792     SELECT OPTIONAL
000794            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000796            ORGANIZATION IS SEQUENTIAL
000798            FILE STATUS IS WS-EXECLOG-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
001000     LABEL RECORDS ARE STANDARD.
001010 COPY CTLTREC.

001012 FD  EXEC-LOG-OUT
001014     LABEL RECORDS ARE STANDARD.
001016 COPY EXECLOG.

001020 WORKING-STORAGE SECTION.
001030 01  WS-CTLTOT-STATUS          PIC X(02)  VALUE SPACES.
001035 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001040 01  WS-SWITCHES.
001050     05  WS-ORDER-OUT-EOF-SW   PIC X(01)  VALUE 'N'.
001130*---------------------------------------------------------------*
001140 0000-MAINLINE.
001150*---------------------------------------------------------------*
001153     PERFORM 9700-LOG-STEP-START
001156          THRU 9700-LOG-STEP-START-EXIT.
001160     SORT ORDER-MERGE-WORK
001170         ON ASCENDING KEY ORDER-ID
001180         USING ORDER-STREAM-1 ORDER-STREAM-2
001200         GIVING ORDER-OUT.
001210     PERFORM 9000-REPORT-COUNT
001220          THRU 9000-REPORT-COUNT-EXIT.
001223     PERFORM 9710-LOG-STEP-END
001226          THRU 9710-LOG-STEP-END-EXIT.
001230     GOBACK.

001240*---------------------------------------------------------------*
001830     CLOSE CONTROL-TOT-OUT.
001840 9500-WRITE-CONTROL-TOTAL-EXIT.
001850     EXIT.

001860*---------------------------------------------------------------*
001870*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001880*---------------------------------------------------------------*
001890 9700-LOG-STEP-START.
001900*---------------------------------------------------------------*
001910     MOVE SPACES            TO EXECUTION-LOG-RECORD.
001920     MOVE 'ORDMERGE'        TO EX-JOB-NAME.
001930     SET EX-STEP-START      TO TRUE.
001940     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
001950     ACCEPT EX-RUN-TIME FROM TIME.
001960     MOVE ZERO              TO EX-RECORDS-READ
001970                               EX-RECORDS-WRITTEN
001980                               EX-REJECT-COUNT
001990                               EX-COMPLETION-CODE.
002000     OPEN EXTEND EXEC-LOG-OUT.
002010     WRITE EXECUTION-LOG-RECORD.
002020     CLOSE EXEC-LOG-OUT.
002030 9700-LOG-STEP-START-EXIT.
002040     EXIT.

002050*---------------------------------------------------------------*
002060*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002070*    ENDING WITH.                                               *
002080*---------------------------------------------------------------*
002090 9710-LOG-STEP-END.
002100*---------------------------------------------------------------*
002110     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002120     MOVE 'ORDMERGE'        TO EX-JOB-NAME.
002130     SET EX-STEP-END        TO TRUE.
002140     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002150     ACCEPT EX-RUN-TIME FROM TIME.
002160     MOVE WS-ORDERS-MERGED  TO EX-RECORDS-READ.
002170     MOVE WS-ORDERS-MERGED  TO EX-RECORDS-WRITTEN.
002180     MOVE ZERO              TO EX-REJECT-COUNT.
002190     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002200     OPEN EXTEND EXEC-LOG-OUT.
002210     WRITE EXECUTION-LOG-RECORD.
002220     CLOSE EXEC-LOG-OUT.
002230 9710-LOG-STEP-END-EXIT.
002240     EXIT.
