000210*                   ACCRUAL ON ACCOUNT SEGMENT BALANCES, APPLIED
000220*                   THROUGH MSEGUPD'S AUDITED CHANGE PATH RATHER
000230*                   THAN COMPUTED OUTSIDE THE SYSTEM.
000232*  2026-10-15 JLH   CHANGE DATE CHECKED AGAINST THE FISCAL PERIOD
000234*                   CALENDAR AT START-UP - A CLOSED PERIOD ROLLS
000236*                   FORWARD OR REJECTS THE ACCRUALS TO THE
000238*                   REJECT LOG, AS SET ON THE PERIOD CONTROL CARD.
000239*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000241*                   TO THE COMMON EXECUTION LOG FOR THE
000243*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000245*****************************************************************
000250*  REMARKS.
000260*      READS THE MULTI-SEGMENT FILE AND, FOR EVERY AC SEGMENT
000270*      WHOSE ACCT-TYPE IS ON THE ACCRUAL RATE TABLE (COPY
000410*      COMPUTED ACCRUAL WRITES NO TRANSACTION.  THE ACCRUAL
000420*      REPORT SHOWS EVERY ACCOUNT TOUCHED WITH ITS OLD BALANCE,
000430*      INTEREST, FEE, AND NEW BALANCE.
000431*
000432*      THE TRANSACTIONS ARE DATED THE RUN DATE, OR THE POSTING
000433*      DATE ON THE PERIOD CONTROL CARD (COPY PERCTL), CHECKED
000434*      ONCE AT START-UP AGAINST THE FISCAL PERIOD CALENDAR (COPY
000435*      FISCPER).  A CLOSED PERIOD EITHER ROLLS THE DATE FORWARD
000436*      TO THE START OF THE FIRST OPEN PERIOD OR, BY DEFAULT,
000437*      SENDS EVERY ACCRUAL TO THE REJECT LOG INSTEAD OF MSEGUPD.
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT REPORT-OUT    ASSIGN TO RPTOUT
000580            ORGANIZATION IS SEQUENTIAL.
000581     SELECT REJECT-OUT    ASSIGN TO REJOUT
000582            ORGANIZATION IS SEQUENTIAL.
000583     SELECT PERIOD-CONTROL-IN ASSIGN TO PERCTL
000584            ORGANIZATION IS SEQUENTIAL.
000585     SELECT PERIOD-CALENDAR   ASSIGN TO PERCAL
000586            ORGANIZATION IS SEQUENTIAL.
000587     SELECT OPTIONAL
000588            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000589            ORGANIZATION IS SEQUENTIAL
000592            FILE STATUS IS WS-EXECLOG-STATUS.

000595 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RATE-TABLE-IN
000620     LABEL RECORDS ARE STANDARD.
000710     LABEL RECORDS ARE STANDARD.
000720 01  REPORT-LINE               PIC X(120).

000721 FD  REJECT-OUT
000722     LABEL RECORDS ARE STANDARD.
000723 COPY REJCREC.

000724 FD  PERIOD-CONTROL-IN
000725     LABEL RECORDS ARE STANDARD.
000726 COPY PERCTL.

000727 FD  PERIOD-CALENDAR
000728     LABEL RECORDS ARE STANDARD.
000729 COPY FISCPER.

000730 FD  EXEC-LOG-OUT
000731     LABEL RECORDS ARE STANDARD.
000732 COPY EXECLOG.

000733 WORKING-STORAGE SECTION.
000735 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000740 01  WS-SWITCHES.
000750     05  WS-RATE-EOF           PIC X(01)  VALUE 'N'.
000760         88  RATE-EOF                     VALUE 'Y'.
000840     05  WS-ACCOUNTS-ACCRUED   PIC 9(09)  VALUE ZERO.
000850     05  WS-TYPE-NOT-ON-TABLE  PIC 9(09)  VALUE ZERO.
000860     05  WS-ZERO-ACCRUALS      PIC 9(09)  VALUE ZERO.
000865     05  WS-ACCRUALS-REJECTED  PIC 9(09)  VALUE ZERO.
000870     05  WS-RATE-COUNT         PIC 9(03)  VALUE ZERO.
000880     05  WS-RATE-NDX           PIC 9(03)  VALUE ZERO.

000910 01  WS-INTEREST               PIC S9(11)V99 COMP-3 VALUE ZERO.
000920 01  WS-FEE                    PIC S9(07)V99 COMP-3 VALUE ZERO.
000930 01  WS-NEW-BALANCE            PIC S9(11)V99 COMP-3 VALUE ZERO.
000935 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

000940*----------------------------------------------------------------
000950*    THE ACCRUAL RATE SCHEDULE, ONE ENTRY PER ACCT-TYPE.
001010         10  WS-RT-ANNUAL-RATE  PIC S9(03)V9(06) COMP-3.
001020         10  WS-RT-MONTHLY-FEE  PIC S9(07)V99 COMP-3.

001021*----------------------------------------------------------------
001022*    THE FISCAL PERIOD CALENDAR, HELD IN STORAGE FOR THE RUN,
001023*    AND THIS JOB'S PERIOD-LOCK SETTINGS OFF ITS PERIOD CONTROL
001024*    CARD (COPY PERCTL).
001025*----------------------------------------------------------------
001026 01  WS-PERIOD-TABLE.
001027     05  WS-FP-ENTRY OCCURS 1 TO 240 TIMES
001028                     DEPENDING ON WS-FP-COUNT.
001029         10  WS-FP-PERIOD-ID    PIC 9(06).
001030         10  WS-FP-START-DATE   PIC 9(08).
001031         10  WS-FP-END-DATE     PIC 9(08).
001032         10  WS-FP-STATUS       PIC X(01).
001033             88  WS-FP-OPEN               VALUE 'O'.
001034             88  WS-FP-SOFT-CLOSED        VALUE 'S'.

001035 01  WS-PERIOD-FIELDS.
001036     05  WS-FP-COUNT           PIC 9(03)  COMP VALUE ZERO.
001037     05  WS-FP-NDX             PIC 9(03)  COMP VALUE ZERO.
001038     05  WS-CARD-POSTING-DATE  PIC 9(08)  VALUE ZERO.
001039     05  WS-POSTING-DATE       PIC 9(08)  VALUE ZERO.
001040     05  WS-POSTING-PERIOD     PIC 9(06)  VALUE ZERO.
001041     05  WS-PERIOD-REASON      PIC X(40)  VALUE SPACES.
001042     05  WS-CLOSED-ACTION      PIC X(01)  VALUE 'R'.
001043         88  WS-ROLL-FORWARD             VALUE 'F'.
001044     05  WS-FINANCE-SW         PIC X(01)  VALUE 'N'.
001045         88  WS-FINANCE-RUN              VALUE 'Y'.
001046     05  WS-PERCAL-EOF         PIC X(01)  VALUE 'N'.
001047         88  PERCAL-EOF                  VALUE 'Y'.
001048     05  WS-CALENDAR-BAD-SW    PIC X(01)  VALUE 'N'.
001049         88  WS-CALENDAR-BAD             VALUE 'Y'.
001050     05  WS-PERIOD-FOUND-SW    PIC X(01)  VALUE 'N'.
001051         88  WS-PERIOD-FOUND             VALUE 'Y'.
001052     05  WS-PERIOD-RESULT      PIC X(01)  VALUE 'P'.
001053         88  WS-PERIOD-POST              VALUE 'P'.
001054         88  WS-PERIOD-ROLLED            VALUE 'F'.
001055         88  WS-PERIOD-REJECT            VALUE 'R'.

001056 01  WS-REPORT-HEADING.
001057     05  FILLER                 PIC X(03) VALUE SPACES.
001058     05  FILLER                 PIC X(26)
001060         VALUE 'MONTH-END ACCRUAL RUN FOR '.
001070     05  RH-RUN-DATE            PIC 9(08).

001220*---------------------------------------------------------------*
001230 0000-MAINLINE.
001240*---------------------------------------------------------------*
001243     PERFORM 9700-LOG-STEP-START
001246          THRU 9700-LOG-STEP-START-EXIT.
001250     PERFORM 1000-INITIALIZE
001260          THRU 1000-INITIALIZE-EXIT.
001270     PERFORM 2000-PROCESS-SEGMENT
001290          UNTIL MSEG-EOF.
001300     PERFORM 9000-TERMINATE
001310          THRU 9000-TERMINATE-EXIT.
001313     PERFORM 9710-LOG-STEP-END
001316          THRU 9710-LOG-STEP-END-EXIT.
001320     GOBACK.

001330*---------------------------------------------------------------*
001350*---------------------------------------------------------------*
001360     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001370     ACCEPT WS-RUN-TIME FROM TIME.
001371     PERFORM 1500-LOAD-PERIOD-CALENDAR
001372          THRU 1500-LOAD-PERIOD-CALENDAR-EXIT.
001373     IF WS-CALENDAR-BAD
001374         DISPLAY 'ACCRUAL - PERIOD CALENDAR UNUSABLE - '
001375                 'FAILING THE STEP'
001376         MOVE 16 TO RETURN-CODE
001377         PERFORM 9710-LOG-STEP-END
001378              THRU 9710-LOG-STEP-END-EXIT
001380         GOBACK
001382     END-IF.
001384     PERFORM 1600-SET-POSTING-DATE
001386          THRU 1600-SET-POSTING-DATE-EXIT.
001388     OPEN INPUT  RATE-TABLE-IN
001390                 MSEG-IN
001400          OUTPUT MSEG-CHG-OUT
001406                 REPORT-OUT
001412                 REJECT-OUT.
001420     PERFORM 1100-LOAD-RATE-TABLE
001430          THRU 1100-LOAD-RATE-TABLE-EXIT
001440          UNTIL RATE-EOF.
001680     EXIT.

001690*---------------------------------------------------------------*
001691*    LOAD THE FISCAL PERIOD CALENDAR AND TAKE THIS JOB'S        *
001692*    PERIOD-LOCK SETTINGS OFF ITS CONTROL CARD.  A CALENDAR     *
001693*    THAT IS EMPTY, OVERFLOWS THE TABLE, OR IS NOT IN           *
001694*    START-DATE SEQUENCE WITHOUT OVERLAPS FAILS THE STEP -      *
001695*    NOTHING CAN BE SAFELY DATED AGAINST IT.                    *
001696*---------------------------------------------------------------*
001697 1500-LOAD-PERIOD-CALENDAR.
001698*---------------------------------------------------------------*
001699     OPEN INPUT PERIOD-CONTROL-IN.
001700     READ PERIOD-CONTROL-IN
001701         AT END
001702             DISPLAY 'ACCRUAL - NO PERIOD CONTROL CARD, CLOSED-'
001703                     'PERIOD POSTINGS WILL BE REJECTED'
001704         NOT AT END
001705             PERFORM 1520-TAKE-PERIOD-CARD
001706                  THRU 1520-TAKE-PERIOD-CARD-EXIT
001707     END-READ.
001708     CLOSE PERIOD-CONTROL-IN.
001709     OPEN INPUT PERIOD-CALENDAR.
001710     PERFORM 1510-LOAD-PERIOD-ENTRY
001711          THRU 1510-LOAD-PERIOD-ENTRY-EXIT
001712          UNTIL PERCAL-EOF
001713             OR WS-CALENDAR-BAD.
001714     CLOSE PERIOD-CALENDAR.
001715     IF WS-FP-COUNT = ZERO
001716         DISPLAY 'ACCRUAL - PERIOD CALENDAR IS EMPTY'
001717         SET WS-CALENDAR-BAD TO TRUE
001718     END-IF.
001719 1500-LOAD-PERIOD-CALENDAR-EXIT.
001720     EXIT.

001721 1510-LOAD-PERIOD-ENTRY.
001722     READ PERIOD-CALENDAR
001723         AT END
001724             SET PERCAL-EOF TO TRUE
001725             GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001726     END-READ.
001727     IF WS-FP-COUNT NOT < 240
001728         DISPLAY 'ACCRUAL - PERIOD TABLE FULL AT PERIOD '
001729                 FP-PERIOD-ID
001730         SET WS-CALENDAR-BAD TO TRUE
001731         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001732     END-IF.
001733     IF FP-START-DATE NOT NUMERIC
001734        OR FP-END-DATE NOT NUMERIC
001735        OR FP-END-DATE < FP-START-DATE
001736         DISPLAY 'ACCRUAL - PERIOD ' FP-PERIOD-ID
001737                 ' HAS UNUSABLE DATES'
001738         SET WS-CALENDAR-BAD TO TRUE
001739         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001740     END-IF.
001741     IF WS-FP-COUNT > ZERO
001742        AND FP-START-DATE NOT > WS-FP-END-DATE (WS-FP-COUNT)
001743         DISPLAY 'ACCRUAL - PERIOD ' FP-PERIOD-ID
001744                 ' OVERLAPS OR IS OUT OF SEQUENCE'
001745         SET WS-CALENDAR-BAD TO TRUE
001746         GO TO 1510-LOAD-PERIOD-ENTRY-EXIT
001747     END-IF.
001748     ADD 1 TO WS-FP-COUNT.
001749     MOVE FP-PERIOD-ID  TO WS-FP-PERIOD-ID (WS-FP-COUNT).
001750     MOVE FP-START-DATE TO WS-FP-START-DATE (WS-FP-COUNT).
001751     MOVE FP-END-DATE   TO WS-FP-END-DATE (WS-FP-COUNT).
001752     MOVE FP-STATUS     TO WS-FP-STATUS (WS-FP-COUNT).
001753 1510-LOAD-PERIOD-ENTRY-EXIT.
001754     EXIT.

001755 1520-TAKE-PERIOD-CARD.
001756     IF PC-ROLL-FORWARD
001757         MOVE 'F' TO WS-CLOSED-ACTION
001758     ELSE
001759         IF NOT PC-REJECT-POSTING
001760             DISPLAY 'ACCRUAL - CLOSED-PERIOD ACTION '
001761                     PC-CLOSED-ACTION ' NOT F OR R - REJECTING'
001762         END-IF
001763     END-IF.
001764     IF PC-FINANCE-RUN
001765         MOVE 'Y' TO WS-FINANCE-SW
001766     END-IF.
001767     IF PC-POSTING-DATE NUMERIC
001768         MOVE PC-POSTING-DATE TO WS-CARD-POSTING-DATE
001769     END-IF.
001770 1520-TAKE-PERIOD-CARD-EXIT.
001771     EXIT.

001772*---------------------------------------------------------------*
001773*    EVERY POSTING THIS RUN MAKES CARRIES ONE DATE - THE RUN    *
001774*    DATE, OR THE CARD'S POSTING DATE WHEN IT GIVES ONE - SO    *
001775*    THE PERIOD IS DECIDED ONCE, HERE.  WHEN IT COMES BACK      *
001776*    REJECTED, EVERY POSTING GOES TO THE REJECT LOG.            *
001777*---------------------------------------------------------------*
001778 1600-SET-POSTING-DATE.
001779*---------------------------------------------------------------*
001780     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
001781     IF WS-CARD-POSTING-DATE > ZERO
001782         MOVE WS-CARD-POSTING-DATE TO WS-POSTING-DATE
001783     END-IF.
001784     DISPLAY 'ACCRUAL - POSTING DATE REQUESTED....: '
001785              WS-POSTING-DATE.
001786     PERFORM 8500-CHECK-POSTING-PERIOD
001787          THRU 8500-CHECK-POSTING-PERIOD-EXIT.
001788     EVALUATE TRUE
001789         WHEN WS-PERIOD-POST
001790             DISPLAY 'ACCRUAL - POSTING INTO PERIOD.......: '
001791                      WS-POSTING-PERIOD
001792         WHEN WS-PERIOD-ROLLED
001793             DISPLAY 'ACCRUAL - PERIOD CLOSED, ROLLED TO..: '
001794                      WS-POSTING-DATE ' PERIOD ' WS-POSTING-PERIOD
001795         WHEN OTHER
001796             DISPLAY 'ACCRUAL - ALL POSTINGS REJECTED.....: '
001797                      WS-PERIOD-REASON
001798     END-EVALUATE.
001799 1600-SET-POSTING-DATE-EXIT.
001800     EXIT.

001801*---------------------------------------------------------------*
001802*    ONLY AC SEGMENTS ACCRUE; EVERYTHING ELSE IS READ PAST.      *
001803*---------------------------------------------------------------*
001804 2000-PROCESS-SEGMENT.
001805*---------------------------------------------------------------*
001806     ADD 1 TO WS-RECORDS-READ.
001807     IF SEGMENT-IS-ACCOUNT
001808         ADD 1 TO WS-ACCOUNTS-READ
001809         PERFORM 2100-ACCRUE-ACCOUNT
001810              THRU 2100-ACCRUE-ACCOUNT-EXIT
001811     END-IF.
001812     READ MSEG-IN
001813         AT END SET MSEG-EOF TO TRUE
001820     END-READ.
001830 2000-PROCESS-SEGMENT-EXIT.
001840     EXIT.
001850*---------------------------------------------------------------*
001860*    ONE MONTH'S INTEREST (ANNUAL RATE OVER TWELVE) PLUS THE     *
001870*    FLAT FEE FOR THE ACCT-TYPE.  THE NEW BALANCE GOES OUT AS A  *
001876*    FIELD-ID BL CHANGE TRANSACTION FOR MSEGUPD TO APPLY,        *
001882*    OR TO THE REJECT LOG WHEN THE POSTING PERIOD IS REJECTED.   *
001890*---------------------------------------------------------------*
001900 2100-ACCRUE-ACCOUNT.
001910*---------------------------------------------------------------*
002130     END-IF.
002140     COMPUTE WS-NEW-BALANCE =
002150             ACCT-BALANCE + WS-INTEREST + WS-FEE.
002151     IF WS-PERIOD-REJECT
002152         ADD 1 TO WS-ACCRUALS-REJECTED
002153         MOVE WS-PERIOD-REASON TO WS-REJECT-REASON
002154         PERFORM 8010-LOG-REJECT
002155              THRU 8010-LOG-REJECT-EXIT
002156         GO TO 2100-ACCRUE-ACCOUNT-EXIT
002157     END-IF.
002160     ADD 1 TO WS-ACCOUNTS-ACCRUED.
002170     PERFORM 2200-WRITE-CHANGE-RECORD
002180          THRU 2200-WRITE-CHANGE-RECORD-EXIT.
002320     MOVE SEGMENT-ID      TO MC-SEGMENT-ID.
002330     MOVE WS-NEW-BALANCE  TO MC-NEW-VALUE-NUM.
002340     MOVE 'ACCRUAL'       TO MC-CHANGED-BY.
002350     MOVE WS-POSTING-DATE TO MC-CHANGE-DATE.
002360     MOVE WS-RUN-TIME     TO MC-CHANGE-TIME.
002370     MOVE 'MONTH-END INTEREST AND FEES' TO MC-COMMENT.
002380     MOVE 'BL'            TO MC-FIELD-ID.
002520     EXIT.

002530*---------------------------------------------------------------*
002531 8010-LOG-REJECT.
002532*---------------------------------------------------------------*
002533     DISPLAY 'ACCRUAL - ACCRUAL REJECTED FOR KEY '
002534             COMMON-KEY ': ' WS-REJECT-REASON.
002535     MOVE SPACES              TO REJECT-RECORD.
002536     MOVE 'ACCRUAL'           TO RJ-SOURCE-FILE.
002537     MOVE COMMON-KEY          TO RJ-KEY-FIELD.
002538     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
002539     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
002540     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
002541     WRITE REJECT-RECORD.
002542 8010-LOG-REJECT-EXIT.
002543     EXIT.

002544*---------------------------------------------------------------*
002545*    FIND THE PERIOD WS-POSTING-DATE FALLS IN.  AN OPEN PERIOD  *
002546*    - OR A SOFT-CLOSED ONE ON A FINANCE RUN - TAKES THE        *
002547*    POSTING AS DATED.  OTHERWISE THE JOB'S CARD DECIDES:       *
002548*    ROLL FORWARD TO THE START OF THE FIRST LATER PERIOD IT     *
002549*    MAY POST INTO, OR REJECT.  A DATE OFF THE CALENDAR, OR     *
002550*    A ROLL WITH NOWHERE TO GO, IS REJECTED.                    *
002551*    WS-PERIOD-RESULT COMES BACK P, F OR R.                     *
002552*---------------------------------------------------------------*
002553 8500-CHECK-POSTING-PERIOD.
002554*---------------------------------------------------------------*
002555     MOVE 'P'    TO WS-PERIOD-RESULT.
002556     MOVE SPACES TO WS-PERIOD-REASON.
002557     MOVE ZERO   TO WS-POSTING-PERIOD.
002558     MOVE 'N'    TO WS-PERIOD-FOUND-SW.
002559     PERFORM 8510-SCAN-PERIOD-ENTRY
002560          THRU 8510-SCAN-PERIOD-ENTRY-EXIT
002561          VARYING WS-FP-NDX FROM 1 BY 1
002562          UNTIL WS-FP-NDX > WS-FP-COUNT
002563             OR WS-PERIOD-FOUND.
002564     IF NOT WS-PERIOD-FOUND
002565         MOVE 'R' TO WS-PERIOD-RESULT
002566         MOVE 'POSTING DATE NOT ON PERIOD CALENDAR'
002567           TO WS-PERIOD-REASON
002568         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002569     END-IF.
002570*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
002571*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
002572     SUBTRACT 1 FROM WS-FP-NDX.
002573     MOVE WS-FP-PERIOD-ID (WS-FP-NDX) TO WS-POSTING-PERIOD.
002574     IF WS-FP-OPEN (WS-FP-NDX)
002575        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
002576         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002577     END-IF.
002578     MOVE 'R' TO WS-PERIOD-RESULT.
002579     IF NOT WS-ROLL-FORWARD
002580         STRING 'PERIOD ' WS-POSTING-PERIOD
002581                ' CLOSED TO POSTING'
002582                DELIMITED BY SIZE INTO WS-PERIOD-REASON
002583         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002584     END-IF.
002585     MOVE 'N' TO WS-PERIOD-FOUND-SW.
002586     ADD 1 TO WS-FP-NDX.
002587     PERFORM 8520-SCAN-OPEN-PERIOD
002588          THRU 8520-SCAN-OPEN-PERIOD-EXIT
002589          VARYING WS-FP-NDX FROM WS-FP-NDX BY 1
002590          UNTIL WS-FP-NDX > WS-FP-COUNT
002591             OR WS-PERIOD-FOUND.
002592     IF NOT WS-PERIOD-FOUND
002593         STRING 'PERIOD ' WS-POSTING-PERIOD
002594                ' CLOSED, NO LATER PERIOD OPEN'
002595                DELIMITED BY SIZE INTO WS-PERIOD-REASON
002596         GO TO 8500-CHECK-POSTING-PERIOD-EXIT
002597     END-IF.
002598     SUBTRACT 1 FROM WS-FP-NDX.
002599     MOVE 'F' TO WS-PERIOD-RESULT.
002600     MOVE WS-FP-PERIOD-ID (WS-FP-NDX)  TO WS-POSTING-PERIOD.
002601     MOVE WS-FP-START-DATE (WS-FP-NDX) TO WS-POSTING-DATE.
002602 8500-CHECK-POSTING-PERIOD-EXIT.
002603     EXIT.

002604 8510-SCAN-PERIOD-ENTRY.
002605     IF WS-POSTING-DATE NOT < WS-FP-START-DATE (WS-FP-NDX)
002606        AND WS-POSTING-DATE NOT > WS-FP-END-DATE (WS-FP-NDX)
002607         SET WS-PERIOD-FOUND TO TRUE
002608     END-IF.
002609 8510-SCAN-PERIOD-ENTRY-EXIT.
002610     EXIT.

002611 8520-SCAN-OPEN-PERIOD.
002612     IF WS-FP-OPEN (WS-FP-NDX)
002613        OR (WS-FP-SOFT-CLOSED (WS-FP-NDX) AND WS-FINANCE-RUN)
002614         SET WS-PERIOD-FOUND TO TRUE
002615     END-IF.
002616 8520-SCAN-OPEN-PERIOD-EXIT.
002617     EXIT.

002618*---------------------------------------------------------------*
002619 9000-TERMINATE.
002620*---------------------------------------------------------------*
002621     DISPLAY 'ACCRUAL - RECORDS READ..........: '
002622              WS-RECORDS-READ.
002623     DISPLAY 'ACCRUAL - AC SEGMENTS READ......: '
002624              WS-ACCOUNTS-READ.
002625     DISPLAY 'ACCRUAL - ACCOUNTS ACCRUED......: '
002626              WS-ACCOUNTS-ACCRUED.
002627     DISPLAY 'ACCRUAL - TYPES NOT ON TABLE....: '
002630              WS-TYPE-NOT-ON-TABLE.
002640     DISPLAY 'ACCRUAL - ZERO ACCRUALS SKIPPED.: '
002650              WS-ZERO-ACCRUALS.
002655     DISPLAY 'ACCRUAL - REJECTED PERIOD CLOSED: '
002660              WS-ACCRUALS-REJECTED.
002665     CLOSE MSEG-IN MSEG-CHG-OUT REPORT-OUT REJECT-OUT.
002670 9000-TERMINATE-EXIT.
002680     EXIT.

002690*---------------------------------------------------------------*
002700*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
002710*---------------------------------------------------------------*
002720 9700-LOG-STEP-START.
002730*---------------------------------------------------------------*
002740     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002750     MOVE 'ACCRUAL'         TO EX-JOB-NAME.
002760     SET EX-STEP-START      TO TRUE.
002770     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002780     ACCEPT EX-RUN-TIME FROM TIME.
002790     MOVE ZERO              TO EX-RECORDS-READ
002800                               EX-RECORDS-WRITTEN
002810                               EX-REJECT-COUNT
002820                               EX-COMPLETION-CODE.
002830     OPEN EXTEND EXEC-LOG-OUT.
002840     WRITE EXECUTION-LOG-RECORD.
002850     CLOSE EXEC-LOG-OUT.
002860 9700-LOG-STEP-START-EXIT.
002870     EXIT.

002880*---------------------------------------------------------------*
002890*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002900*    ENDING WITH.                                               *
002910*---------------------------------------------------------------*
002920 9710-LOG-STEP-END.
002930*---------------------------------------------------------------*
002940     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002950     MOVE 'ACCRUAL'         TO EX-JOB-NAME.
002960     SET EX-STEP-END        TO TRUE.
002970     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002980     ACCEPT EX-RUN-TIME FROM TIME.
002990     MOVE WS-RECORDS-READ   TO EX-RECORDS-READ.
003000     MOVE WS-ACCOUNTS-ACCRUED TO EX-RECORDS-WRITTEN.
003010     MOVE WS-ACCRUALS-REJECTED TO EX-REJECT-COUNT.
003020     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
003030     OPEN EXTEND EXEC-LOG-OUT.
003040     WRITE EXECUTION-LOG-RECORD.
003050     CLOSE EXEC-LOG-OUT.
003060 9710-LOG-STEP-END-EXIT.
003070     EXIT.
