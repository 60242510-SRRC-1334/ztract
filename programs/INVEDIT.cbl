000387*                   SCREEN TABLE, SO THE SCREEN STOPS FLAGGING
000388*                   LEGITIMATE MONTHLY RECURRENCES WHILE A
000389*                   HAND-KEYED COPY OF ONE IS STILL CAUGHT.
000390*  2026-10-15 JLH   INVOICE-OUT-RECORD WIDENED TO PIC X(982)
000391*                   WITH THE INV-ENTERED-BY AND INV-LAST-
000392*                   CHANGED-BY FIELDS ADDED TO THE INVOICE-
000393*                   RECORD LAYOUT.
000394*  2026-10-15 JLH   OPTIONAL OVER-BUDGET WARNING: WITH THE
000395*                   CONTROL-CARD SWITCH ON, AN INVOICE CHARGING
000396*                   A DEPARTMENT THE LAST BUDRPT RUN FLAGGED
000397*                   OVER BUDGET FOR THE INVOICE'S PERIOD IS
000398*                   NOTED ON THE CONSOLE.  THE INVOICE STILL
000399*                   PASSES.
000400*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000401*                   TO THE COMMON EXECUTION LOG FOR THE
000402*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000403*  2026-10-15 JLH   A KEYED INVOICE WITH NO INV-ENTERED-BY IS
000404*                   REJECTED (ENTERED-BY MISSING) - WITHOUT IT
000405*                   INVHUPD CANNOT KEEP THE KEYING OPERATOR FROM
000406*                   APPROVING THE SAME INVOICE.
000407*****************************************************************
000408*  REMARKS.
000409*      THE INTAKE GATE FOR THE INVOICE PIPELINE.  EVERY INCOMING
000410*      INVOICE-RECORD IS EDITED BEFORE IT IS ALLOWED THROUGH TO
000420*      INVBATCH:
000430*
000440*          - VENDOR-ID MUST EXIST ON THE INDEXED VENDOR MASTER
000450*            VENDLOAD BUILDS
000460*          - THE VENDOR MUST NOT BE ON HOLD
000463*          - A KEYED INVOICE MUST CARRY THE KEYING OPERATOR IN
000466*            INV-ENTERED-BY
000470*          - THE INVOICE MUST NOT BE A SUSPECTED DUPLICATE: THE
000480*            INVOICE MASTER IS LOADED INTO STORAGE AT START-UP
000490*            AND AN INCOMING INVOICE THAT MATCHES ANY ENTRY ON
000540*            ADDED TO THE TABLE, SO TWO COPIES OF THE SAME
000550*            INVOICE ARRIVING IN ONE INTAKE CATCH EACH OTHER.
000560*
000561*      WHEN THE BUDGET WARNING SWITCH ON THE CONTROL CARD IS Y,
000562*      EVERY PASSED INVOICE (OTHER THAN A CREDIT MEMO) IS ALSO
000563*      LOOKED UP ON THE BUDGET MASTER BY DEPT-CODE AND THE
000564*      INVOICE-DATE PERIOD.  A DEPARTMENT THE LAST BUDRPT RUN
000565*      FLAGGED OVER BUDGET GETS A WARNING ON THE CONSOLE SO THE
000566*      APPROVER HEARS OF IT BEFORE SIGNING; IT IS A WARNING,
000567*      NOT AN EDIT, AND THE INVOICE GOES THROUGH.
000568*
000570*      AN INVOICE THAT FAILS ANY EDIT IS WRITTEN TO THE COMMON
000580*      REJECT LOG (SO REJRPT REPORTS IT WITH EVERY OTHER
000590*      VALIDATION STEP'S REJECTS) AND DOES NOT REACH THE OUTPUT
000800            ORGANIZATION IS SEQUENTIAL.
000810     SELECT REJECT-OUT     ASSIGN TO REJOUT
000820            ORGANIZATION IS SEQUENTIAL.
000821     SELECT BUDGET-MASTER  ASSIGN TO BUDMSTR
000822            ORGANIZATION IS INDEXED
000823            ACCESS MODE IS RANDOM
000824            RECORD KEY IS BG-KEY
000825            FILE STATUS IS WS-BUDMSTR-STATUS.
000826     SELECT OPTIONAL
000827            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000828            ORGANIZATION IS SEQUENTIAL
000829            FILE STATUS IS WS-EXECLOG-STATUS.

000830 DATA DIVISION.
000840 FILE SECTION.
000860     LABEL RECORDS ARE STANDARD.
000870 01  CONTROL-CARD-RECORD.
000880     05  CC-DUP-WINDOW-DAYS        PIC 9(03).
000885     05  CC-BUDGET-WARN-SW         PIC X(01).

000890 FD  INVOICE-IN
000900     LABEL RECORDS ARE STANDARD.
001620                       ==INV-GENERATED-RECURRING==
001622                    BY ==IM-INV-GENERATED-RECURRING==
001624                       ==INV-KEYED-DOCUMENT==
001626                    BY ==IM-INV-KEYED-DOCUMENT==
001627                       ==INV-ENTERED-BY==
001628                    BY ==IM-INV-ENTERED-BY==
001629                       ==INV-LAST-CHANGED-BY==
001631                    BY ==IM-INV-LAST-CHANGED-BY==.

001633 FD  VENDOR-MASTER
001635     LABEL RECORDS ARE STANDARD.
001640 COPY VENDREC.

001650 FD  INVOICE-OUT
001660     LABEL RECORDS ARE STANDARD.
001670 01  INVOICE-OUT-RECORD    PIC X(982).

001680 FD  REJECT-OUT
001690     LABEL RECORDS ARE STANDARD.
001700 COPY REJCREC.

001702 FD  BUDGET-MASTER
001704     LABEL RECORDS ARE STANDARD.
001706 COPY BUDGREC.

001707 FD  EXEC-LOG-OUT
001708     LABEL RECORDS ARE STANDARD.
001709 COPY EXECLOG.

001710 WORKING-STORAGE SECTION.
001720 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
001725 01  WS-BUDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001727 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001730 01  WS-SWITCHES.
001740     05  WS-INVOICE-EOF        PIC X(01)  VALUE 'N'.
001830         88  WS-INVOICE-VALID             VALUE 'Y'.
001840     05  WS-VENDOR-FOUND-SW    PIC X(01)  VALUE 'N'.
001850         88  WS-VENDOR-FOUND              VALUE 'Y'.
001853     05  WS-BUDGET-WARN-SW     PIC X(01)  VALUE 'N'.
001856         88  WS-BUDGET-WARN-ON            VALUE 'Y'.

001860 01  WS-COUNTERS                          COMP.
001870     05  WS-INVOICES-READ      PIC 9(09)  VALUE ZERO.
001890     05  WS-INVOICES-REJECTED  PIC 9(09)  VALUE ZERO.
001900     05  WS-DUP-SUSPECTS       PIC 9(09)  VALUE ZERO.
001902     05  WS-RECURRENCES-PASSED PIC 9(09)  VALUE ZERO.
001904     05  WS-BUDGET-WARNINGS    PIC 9(09)  VALUE ZERO.
001906     05  WS-DEPT-IX            PIC 9(02)  VALUE ZERO.

001910 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001920 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001950 01  WS-INVOICE-DAY-NR         PIC S9(09) COMP VALUE ZERO.
001960 01  WS-DAY-DIFFERENCE         PIC S9(09) COMP VALUE ZERO.
001970 01  WS-MATCHED-INVOICE-ID     PIC 9(10)  VALUE ZERO.
001972 01  WS-INVOICE-DATE           PIC 9(08)  VALUE ZERO.
001974 01  WS-INVOICE-DATE-R REDEFINES WS-INVOICE-DATE.
001976     05  WS-INVOICE-YYYYMM     PIC 9(06).
001978     05  FILLER                PIC 9(02).

001980*----------------------------------------------------------------
001990*    EVERY INVOICE ALREADY ON THE MASTER (AND EVERY INVOICE
002150*---------------------------------------------------------------*
002160 0000-MAINLINE.
002170*---------------------------------------------------------------*
002173     PERFORM 9700-LOG-STEP-START
002176          THRU 9700-LOG-STEP-START-EXIT.
002180     PERFORM 1000-INITIALIZE
002190          THRU 1000-INITIALIZE-EXIT.
002200     PERFORM 2000-EDIT-INVOICE
002220          UNTIL INVOICE-EOF.
002230     PERFORM 9000-TERMINATE
002240          THRU 9000-TERMINATE-EXIT.
002243     PERFORM 9710-LOG-STEP-END
002246          THRU 9710-LOG-STEP-END-EXIT.
002250     GOBACK.

002260*---------------------------------------------------------------*
002350                     'DEFAULT DUPLICATE WINDOW'
002360         NOT AT END
002370             MOVE CC-DUP-WINDOW-DAYS TO WS-DUP-WINDOW-DAYS
002375             MOVE CC-BUDGET-WARN-SW  TO WS-BUDGET-WARN-SW
002380     END-READ.
002390     CLOSE CONTROL-CARD-IN.
002392     IF WS-BUDGET-WARN-ON
002394         OPEN INPUT BUDGET-MASTER
002396     END-IF.
002400     OPEN INPUT  INVOICE-IN
002410                 INVOICE-MST-IN
002420                 VENDOR-MASTER
002920         PERFORM 2150-CHECK-DOC-TYPE
002930              THRU 2150-CHECK-DOC-TYPE-EXIT
002940     END-IF.
002942     IF WS-INVOICE-VALID
002944         PERFORM 2160-CHECK-ENTERED-BY
002946              THRU 2160-CHECK-ENTERED-BY-EXIT
002948     END-IF.
002950*    A GENERATED RECURRENCE IS SUPPOSED TO MATCH LAST MONTH'S
002952*    INVOICE - ONLY KEYED AND TRANSLATED DOCUMENTS GO THROUGH
002954*    THE DUPLICATE SCREEN.  THE RECURRENCE STILL JOINS THE
002980     END-IF.
002990     IF WS-INVOICE-VALID
003000         ADD 1 TO WS-INVOICES-PASSED
003001         IF WS-BUDGET-WARN-ON
003002            AND NOT INV-DOC-CREDIT-MEMO
003003             PERFORM 2400-CHECK-BUDGET
003004                  THRU 2400-CHECK-BUDGET-EXIT
003005                  VARYING WS-DEPT-IX FROM 1 BY 1
003006                  UNTIL WS-DEPT-IX > DEPT-COUNT
003007         END-IF
003010         PERFORM 2300-ADD-TO-DUP-TABLE
003020              THRU 2300-ADD-TO-DUP-TABLE-EXIT
003030         MOVE SPACES TO INVOICE-OUT-RECORD
003680 2150-CHECK-DOC-TYPE-EXIT.
003690     EXIT.

003691*---------------------------------------------------------------*
003692*    INVHUPD'S SEPARATION-OF-DUTIES CHECK COMPARES THE APPROVER  *
003693*    WITH INV-ENTERED-BY, SO A KEYED INVOICE MUST NAME ITS       *
003694*    KEYING OPERATOR.  A GENERATED RECURRENCE CARRIES RCURGEN'S  *
003695*    JOB NAME AND IS NOT KEYED.                                  *
003696*---------------------------------------------------------------*
003697 2160-CHECK-ENTERED-BY.
003698*---------------------------------------------------------------*
003699     IF INV-KEYED-DOCUMENT
003700        AND INV-ENTERED-BY = SPACES
003701         MOVE 'N' TO WS-INVOICE-VALID-SW
003702         MOVE 'ENTERED-BY MISSING' TO WS-REJECT-REASON
003703     END-IF.
003704 2160-CHECK-ENTERED-BY-EXIT.
003705     EXIT.

003706*---------------------------------------------------------------*
003710*    SCREEN THE INVOICE AGAINST EVERYTHING ALREADY KNOWN - THE   *
003720*    MASTER PLUS THE INVOICES PASSED EARLIER IN THIS RUN.  A     *
003730*    MATCH ON VENDOR-ID AND INVOICE-TOTAL WITH AN INVOICE DATE   *
004270 2300-ADD-TO-DUP-TABLE-EXIT.
004280     EXIT.

004281*---------------------------------------------------------------*
004282*    ONE DEPARTMENT THE INVOICE CHARGES - WARN WHEN THE LAST     *
004283*    BUDRPT RUN FLAGGED IT OVER BUDGET FOR THE INVOICE'S PERIOD. *
004284*    NO BUDGET ON FILE FOR THE DEPARTMENT IS NOT A WARNING HERE; *
004285*    BUDRPT REPORTS THAT SPEND AS NO BUDGET.                     *
004286*---------------------------------------------------------------*
004287 2400-CHECK-BUDGET.
004288*---------------------------------------------------------------*
004289     MOVE INVOICE-DATE           TO WS-INVOICE-DATE.
004290     MOVE DEPT-CODE (WS-DEPT-IX) TO BG-DEPT-CODE.
004291     MOVE WS-INVOICE-YYYYMM      TO BG-PERIOD.
004292     READ BUDGET-MASTER
004293         INVALID KEY
004294             GO TO 2400-CHECK-BUDGET-EXIT
004295     END-READ.
004296     IF BG-OVER-BUDGET
004297         ADD 1 TO WS-BUDGET-WARNINGS
004298         DISPLAY 'INVEDIT - WARNING: INVOICE ' INVOICE-ID
004299                 ' DEPT ' BG-DEPT-CODE
004300                 ' OVER BUDGET FOR PERIOD ' BG-PERIOD
004301     END-IF.
004302 2400-CHECK-BUDGET-EXIT.
004303     EXIT.

004304*---------------------------------------------------------------*
004305 8010-LOG-REJECT.
004310*---------------------------------------------------------------*
004320     DISPLAY 'INVEDIT - INVOICE ' INVOICE-ID ' REJECTED: '
004330             WS-REJECT-REASON.
004530              WS-DUP-SUSPECTS.
004532     DISPLAY 'INVEDIT - RECURRENCES PASSED....: '
004534              WS-RECURRENCES-PASSED.
004535     IF WS-BUDGET-WARN-ON
004536         DISPLAY 'INVEDIT - OVER-BUDGET WARNINGS..: '
004537                  WS-BUDGET-WARNINGS
004538         CLOSE BUDGET-MASTER
004539     END-IF.
004540     CLOSE INVOICE-IN VENDOR-MASTER INVOICE-OUT REJECT-OUT.
004550     IF WS-TABLE-FULL
004560         DISPLAY 'INVEDIT - DUPLICATE SCREEN TABLE FULL, '
004600     END-IF.
004610 9000-TERMINATE-EXIT.
004620     EXIT.

004630*---------------------------------------------------------------*
004640*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004650*---------------------------------------------------------------*
004660 9700-LOG-STEP-START.
004670*---------------------------------------------------------------*
004680     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004690     MOVE 'INVEDIT'         TO EX-JOB-NAME.
004700     SET EX-STEP-START      TO TRUE.
004710     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004720     ACCEPT EX-RUN-TIME FROM TIME.
004730     MOVE ZERO              TO EX-RECORDS-READ
004740                               EX-RECORDS-WRITTEN
004750                               EX-REJECT-COUNT
004760                               EX-COMPLETION-CODE.
004770     OPEN EXTEND EXEC-LOG-OUT.
004780     WRITE EXECUTION-LOG-RECORD.
004790     CLOSE EXEC-LOG-OUT.
004800 9700-LOG-STEP-START-EXIT.
004810     EXIT.

004820*---------------------------------------------------------------*
004830*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004840*    ENDING WITH.                                               *
004850*---------------------------------------------------------------*
004860 9710-LOG-STEP-END.
004870*---------------------------------------------------------------*
004880     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004890     MOVE 'INVEDIT'         TO EX-JOB-NAME.
004900     SET EX-STEP-END        TO TRUE.
004910     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004920     ACCEPT EX-RUN-TIME FROM TIME.
004930     MOVE WS-INVOICES-READ  TO EX-RECORDS-READ.
004940     MOVE WS-INVOICES-PASSED TO EX-RECORDS-WRITTEN.
004950     MOVE WS-INVOICES-REJECTED TO EX-REJECT-COUNT.
004960     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
004970     OPEN EXTEND EXEC-LOG-OUT.
004980     WRITE EXECUTION-LOG-RECORD.
004990     CLOSE EXEC-LOG-OUT.
005000 9710-LOG-STEP-END-EXIT.
005010     EXIT.
