000390*                   CHECK FOR EVERY PARTY PAST THE CAP.  A FULL
000400*                   TABLE NOW FAILS THE STEP, THE SAME AS THE
000410*                   GUARDED TABLE LOADS IN INVEDIT AND EDIACK.
000411*  2026-10-15 JLH   RESTRICTED-PARTY BLOCK: AN OPEN ORDER FOR A
000412*                   CUSTOMER WITH A CONFIRMED MATCH ON THE
000413*                   SCREENING QUEUE (COPY SCRNMTCH) LOADS IN
000414*                   THE HOLD STATE UNTIL COMPLIANCE CLEARS THE
000415*                   MATCH.
000416*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000417*                   TO THE COMMON EXECUTION LOG FOR THE
000418*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000419*  2026-10-15 JLH   THE CREDIT CHECK ADDS THE ORDER'S SALES TAX
000420*                   TO ORDER-TOTAL - THE PARTY IS BILLED BOTH.
000425*****************************************************************
000430*  REMARKS.
000440*      ONE-TIME (OR NIGHTLY REFRESH) CONVERSION OF THE
000450*      SEQUENTIAL ORDER FILE INTO AN INDEXED MASTER KEYED BY
000460*      ORDER-ID WITH CUSTOMER-NR AS AN ALTERNATE KEY, SO
000470*      CUSTOMER-SERVICE AND STATEMENT JOBS CAN GO STRAIGHT TO A
000480*      CUSTOMER'S ORDERS INSTEAD OF A FULL-FILE SEQUENTIAL PASS.
000482*      AN OPEN ORDER LOADS ON HOLD WHEN ITS CUSTOMER IS A
000484*      CONFIRMED RESTRICTED PARTY OR WHEN IT WOULD BREACH THE
000486*      PARTY'S CREDIT LIMIT, ORDER-TOTAL PLUS SALES TAX.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000770            FILE STATUS IS WS-XREFMSTR-STATUS.
000780     SELECT MSEG-IN       ASSIGN TO MSEGIN
000790            ORGANIZATION IS SEQUENTIAL.
000791     SELECT OPTIONAL
000792            SANCTION-QUEUE ASSIGN TO SCRNQ
000793            ORGANIZATION IS INDEXED
000794            ACCESS MODE IS SEQUENTIAL
000795            RECORD KEY IS SQ-KEY
000796            FILE STATUS IS WS-SCRNQ-STATUS.
000797     SELECT OPTIONAL
000798            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000799            ORGANIZATION IS SEQUENTIAL
000802            FILE STATUS IS WS-EXECLOG-STATUS.

000805 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ORDER-IN
000830     LABEL RECORDS ARE STANDARD.
001120     LABEL RECORDS ARE STANDARD.
001130 COPY MSEGREC.

001132 FD  SANCTION-QUEUE
001134     LABEL RECORDS ARE STANDARD.
001136 COPY SCRNMTCH.

001137 FD  EXEC-LOG-OUT
001138     LABEL RECORDS ARE STANDARD.
001139 COPY EXECLOG.

001140 WORKING-STORAGE SECTION.
001150 01  WS-ORDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001160 01  WS-XREFMSTR-STATUS        PIC X(02)  VALUE SPACES.
001165 01  WS-SCRNQ-STATUS           PIC X(02)  VALUE SPACES.
001167 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001170 01  WS-SWITCHES.
001180     05  WS-ORDER-EOF          PIC X(01)  VALUE 'N'.
001230         88  WS-ACCT-FOUND                VALUE 'Y'.
001240     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001250         88  WS-TABLE-FULL                VALUE 'Y'.
001251     05  WS-SCRNQ-EOF          PIC X(01)  VALUE 'N'.
001252         88  SCRNQ-EOF                    VALUE 'Y'.
001253     05  WS-SANCTION-FULL-SW   PIC X(01)  VALUE 'N'.
001254         88  WS-SANCTION-FULL             VALUE 'Y'.
001255     05  WS-SANCTIONED-SW      PIC X(01)  VALUE 'N'.
001256         88  WS-SANCTIONED                VALUE 'Y'.

001260 01  WS-COUNTERS                          COMP.
001270     05  WS-ORDERS-LOADED      PIC 9(09)  VALUE ZERO.
001300     05  WS-ORDERS-UNCHECKED  PIC 9(09)  VALUE ZERO.
001310     05  WS-ACCT-COUNT        PIC 9(09)  VALUE ZERO.
001320     05  WS-ACCT-NDX          PIC 9(09)  VALUE ZERO.
001322     05  WS-ORDERS-SANCTIONED PIC 9(09)  VALUE ZERO.
001324     05  WS-SB-COUNT          PIC 9(09)  VALUE ZERO.
001326     05  WS-SB-NDX            PIC 9(09)  VALUE ZERO.

001330*----------------------------------------------------------------
001340*    EVERY AC SEGMENT OFF THE MULTI-SEGMENT FILE, KEYED BY
001420         10  WS-AC-BALANCE      PIC S9(11)V99 COMP-3.
001430         10  WS-AC-LIMIT        PIC S9(11)V99 COMP-3.

001431*----------------------------------------------------------------
001432*    CUSTOMER-NR OF EVERY CONFIRMED RESTRICTED-PARTY MATCH ON
001433*    THE SCREENING QUEUE.
001434*----------------------------------------------------------------
001435 01  WS-SANCTION-TABLE.
001436     05  WS-SB-ENTRY OCCURS 1 TO 2000 TIMES
001437                     DEPENDING ON WS-SB-COUNT.
001438         10  WS-SB-CUSTOMER-NR  PIC 9(10).

001440 01  WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
001450 01  WS-RUN-TIME                PIC 9(06)  VALUE ZERO.
001455 01  WS-ORDER-TAX               PIC S9(09)V99 COMP-3 VALUE ZERO.

001460 PROCEDURE DIVISION.
001470*---------------------------------------------------------------*
001480 0000-MAINLINE.
001490*---------------------------------------------------------------*
001493     PERFORM 9700-LOG-STEP-START
001496          THRU 9700-LOG-STEP-START-EXIT.
001500     PERFORM 1000-INITIALIZE
001510          THRU 1000-INITIALIZE-EXIT.
001520     IF WS-TABLE-FULL
001550         CLOSE ORDER-IN ORDER-MASTER XREF-MASTER
001560               REJECT-OUT
001570         MOVE 16 TO RETURN-CODE
001573         PERFORM 9710-LOG-STEP-END
001576              THRU 9710-LOG-STEP-END-EXIT
001580         GOBACK
001590     END-IF.
001591     IF WS-SANCTION-FULL
001592         DISPLAY 'ORDLOAD - RESTRICTED-PARTY TABLE FULL, '
001593                 'SCREEN INCOMPLETE - FAILING THE STEP'
001594         CLOSE ORDER-IN ORDER-MASTER XREF-MASTER
001595               REJECT-OUT
001596         MOVE 16 TO RETURN-CODE
001597         PERFORM 9710-LOG-STEP-END
001598              THRU 9710-LOG-STEP-END-EXIT
001601         GOBACK
001604     END-IF.
001607     PERFORM 2000-LOAD-ORDER
001610          THRU 2000-LOAD-ORDER-EXIT
001620          UNTIL ORDER-EOF.
001630     PERFORM 9000-TERMINATE
001640          THRU 9000-TERMINATE-EXIT.
001643     PERFORM 9710-LOG-STEP-END
001646          THRU 9710-LOG-STEP-END-EXIT.
001650     GOBACK.

001660*---------------------------------------------------------------*
001780          UNTIL MSEG-EOF
001790             OR WS-TABLE-FULL.
001800     CLOSE MSEG-IN.
001801     OPEN INPUT SANCTION-QUEUE.
001802     IF WS-SCRNQ-STATUS = '00'
001803         PERFORM 1200-LOAD-SANCTION-TABLE
001804              THRU 1200-LOAD-SANCTION-TABLE-EXIT
001805              UNTIL SCRNQ-EOF
001806                 OR WS-SANCTION-FULL
001807         CLOSE SANCTION-QUEUE
001808     END-IF.
001810     READ ORDER-IN
001820         AT END SET ORDER-EOF TO TRUE
001830     END-READ.
002130 1100-LOAD-ACCT-TABLE-EXIT.
002140     EXIT.

002141*---------------------------------------------------------------*
002142*    ONE TABLE ENTRY PER CONFIRMED MATCH THAT REACHES A          *
002143*    CUSTOMER-NR.  NO QUEUE FILE MEANS NO BLOCKS.                *
002144*---------------------------------------------------------------*
002145 1200-LOAD-SANCTION-TABLE.
002146*---------------------------------------------------------------*
002147     READ SANCTION-QUEUE
002148         AT END SET SCRNQ-EOF TO TRUE
002149         NOT AT END
002150             IF SQ-CONFIRMED
002151                AND SQ-CUSTOMER-NR > ZERO
002152                 IF WS-SB-COUNT >= 2000
002153                     SET WS-SANCTION-FULL TO TRUE
002154                 ELSE
002155                     ADD 1 TO WS-SB-COUNT
002156                     MOVE SQ-CUSTOMER-NR
002157                       TO WS-SB-CUSTOMER-NR (WS-SB-COUNT)
002158                 END-IF
002159             END-IF
002160     END-READ.
002161 1200-LOAD-SANCTION-TABLE-EXIT.
002162     EXIT.

002163*---------------------------------------------------------------*
002164 2000-LOAD-ORDER.
002170*---------------------------------------------------------------*
002180     MOVE ORDER-IN-RECORD TO ORDER-RECORD.
002182     IF ORD-OPEN
002184         PERFORM 2200-CHECK-SANCTIONS
002186              THRU 2200-CHECK-SANCTIONS-EXIT
002188     END-IF.
002190     IF ORD-OPEN
002200         PERFORM 2100-CREDIT-CHECK
002210              THRU 2100-CREDIT-CHECK-EXIT
002680         ADD 1 TO WS-ORDERS-UNCHECKED
002690         GO TO 2100-CREDIT-CHECK-EXIT
002700     END-IF.
002702*    AN ORDER FROM BEFORE ORDERS CARRIED TAX HAS NO PACKED
002704*    TAX AMOUNT - IT IS CHECKED ON ITS TOTAL ALONE.
002705     MOVE ZERO TO WS-ORDER-TAX.
002706     IF ORDER-TAX-AMOUNT NUMERIC
002707         MOVE ORDER-TAX-AMOUNT TO WS-ORDER-TAX
002708     END-IF.
002710     IF WS-AC-BALANCE (WS-ACCT-NDX) + ORDER-TOTAL
002715        + WS-ORDER-TAX
002720        > WS-AC-LIMIT (WS-ACCT-NDX)
002730         ADD 1 TO WS-ORDERS-HELD
002740         MOVE 'HOLD' TO ORDER-STATUS
002850 2110-SCAN-ACCT-ENTRY-EXIT.
002860     EXIT.

002861*---------------------------------------------------------------*
002862*    A CONFIRMED RESTRICTED PARTY'S ORDER LOADS ON HOLD - IT IS  *
002863*    NOT FOR THE CREDIT CHECK TO RELEASE.                        *
002864*---------------------------------------------------------------*
002865 2200-CHECK-SANCTIONS.
002866*---------------------------------------------------------------*
002867     MOVE 'N' TO WS-SANCTIONED-SW.
002868     PERFORM 2210-SCAN-SANCTION-ENTRY
002869          THRU 2210-SCAN-SANCTION-ENTRY-EXIT
002870          VARYING WS-SB-NDX FROM 1 BY 1
002871          UNTIL WS-SB-NDX > WS-SB-COUNT
002872             OR WS-SANCTIONED.
002873     IF WS-SANCTIONED
002874         ADD 1 TO WS-ORDERS-SANCTIONED
002875         MOVE 'HOLD' TO ORDER-STATUS
002876         DISPLAY 'ORDLOAD - ORDER ' ORDER-ID
002877                 ' LOADED ON HOLD, RESTRICTED PARTY '
002878                 CUSTOMER-NR
002879     END-IF.
002880 2200-CHECK-SANCTIONS-EXIT.
002881     EXIT.

002882 2210-SCAN-SANCTION-ENTRY.
002883     IF WS-SB-CUSTOMER-NR (WS-SB-NDX) = CUSTOMER-NR
002884         SET WS-SANCTIONED TO TRUE
002885     END-IF.
002886 2210-SCAN-SANCTION-ENTRY-EXIT.
002887     EXIT.

002888*---------------------------------------------------------------*
002889 8010-LOG-REJECT.
002890*---------------------------------------------------------------*
002900     MOVE SPACES              TO REJECT-RECORD.
002910     MOVE 'ORDLOAD'           TO RJ-SOURCE-FILE.
003040     DISPLAY 'ORDLOAD - ORDERS ON HOLD....: ' WS-ORDERS-HELD.
003050     DISPLAY 'ORDLOAD - ORDERS UNCHECKED..: '
003060              WS-ORDERS-UNCHECKED.
003063     DISPLAY 'ORDLOAD - RESTRICTED HOLDS..: '
003066              WS-ORDERS-SANCTIONED.
003070     CLOSE ORDER-IN ORDER-MASTER XREF-MASTER REJECT-OUT.
003080 9000-TERMINATE-EXIT.
003090     EXIT.

003100*---------------------------------------------------------------*
003110*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
003120*---------------------------------------------------------------*
003130 9700-LOG-STEP-START.
003140*---------------------------------------------------------------*
003150     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003160     MOVE 'ORDLOAD'         TO EX-JOB-NAME.
003170     SET EX-STEP-START      TO TRUE.
003180     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003190     ACCEPT EX-RUN-TIME FROM TIME.
003200     MOVE ZERO              TO EX-RECORDS-READ
003210                               EX-RECORDS-WRITTEN
003220                               EX-REJECT-COUNT
003230                               EX-COMPLETION-CODE.
003240     OPEN EXTEND EXEC-LOG-OUT.
003250     WRITE EXECUTION-LOG-RECORD.
003260     CLOSE EXEC-LOG-OUT.
003270 9700-LOG-STEP-START-EXIT.
003280     EXIT.

003290*---------------------------------------------------------------*
003300*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
003310*    ENDING WITH.                                               *
003320*---------------------------------------------------------------*
003330 9710-LOG-STEP-END.
003340*---------------------------------------------------------------*
003350     MOVE SPACES            TO EXECUTION-LOG-RECORD.
003360     MOVE 'ORDLOAD'         TO EX-JOB-NAME.
003370     SET EX-STEP-END        TO TRUE.
003380     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
003390     ACCEPT EX-RUN-TIME FROM TIME.
003400     COMPUTE EX-RECORDS-READ = WS-ORDERS-LOADED
003410                             + WS-ORDERS-REJECTED.
003420     MOVE WS-ORDERS-LOADED  TO EX-RECORDS-WRITTEN.
003430     MOVE WS-ORDERS-REJECTED TO EX-REJECT-COUNT.
003440     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003450     OPEN EXTEND EXEC-LOG-OUT.
003460     WRITE EXECUTION-LOG-RECORD.
003470     CLOSE EXEC-LOG-OUT.
003480 9710-LOG-STEP-END-EXIT.
003490     EXIT.

