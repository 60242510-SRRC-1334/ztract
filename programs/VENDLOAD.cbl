000227*                   LOADING WITHOUT A TAX ID IS NOTED ON THE
000228*                   CONSOLE SO THE GAP SURFACES ALL YEAR INSTEAD
000229*                   OF AT THE FILING DEADLINE.
000230*  2026-10-15 JLH   VENDOR-RECORD NOW CARRIES THE EARLY-PAYMENT
000231*                   DISCOUNT TERMS VEND-DISC-PCT AND
000232*                   VEND-DISC-DAYS.  BLANK TERMS LOAD AS NO
000233*                   DISCOUNT; A DISCOUNT MUST BE NUMERIC AND ITS
000234*                   WINDOW MUST FALL INSIDE THE NET TERMS.
000235*  2026-10-15 JLH   A VENDOR WITH A CONFIRMED RESTRICTED-PARTY
000236*                   MATCH ON THE SCREENING QUEUE (COPY
000237*                   SCRNMTCH) LOADS WITH THE HOLD FLAG SET
000238*                   WHATEVER ITS CARD SAYS, SO THE NIGHTLY
000239*                   REBUILD CANNOT LIFT A COMPLIANCE HOLD.
000240*  2026-10-15 JLH   CHANGE CONTROL: EACH CARD IS COMPARED WITH
000241*                   THE PRIOR GENERATION OF THE MASTER (VENDPRV)
000242*                   AND EVERY CHANGED FIELD IS LOGGED BEFORE AND
000243*                   AFTER ON VENDCHG (COPY VENDCHG).  A CHANGED
000244*                   REMIT-TO OR TAX ID PUTS THE VENDOR INTO
000245*                   PENDING VERIFICATION, WHICH PAYSEL HONORS AS
000246*                   A COOLING-OFF HOLD.  THE VERIFICATION STATE
000247*                   CARRIES FORWARD FROM THE PRIOR MASTER.
000248*  2026-10-15 JLH   VEND-EDI-SW (REMITTANCE BY 820 THROUGH
000249*                   EDIREM) IS EDITED TO Y, N, OR BLANK AND
000250*                   LOGGED ON VENDCHG WHEN IT CHANGES.
000251*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000252*                   TO THE COMMON EXECUTION LOG FOR THE
000253*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000254*****************************************************************
000255*  REMARKS.
000256*      BUILDS (OR NIGHTLY REFRESHES) THE INDEXED VENDOR MASTER
000260*      KEYED BY VENDOR-ID FROM THE SEQUENTIAL MAINTENANCE FILE,
000270*      THE SAME SHAPE AS ORDLOAD AND XREFBLD.  EVERY TRANSACTION
000280*      IS EDITED BEFORE IT IS WRITTEN:
000300*          - VENDOR-ID MAY NOT BE SPACES
000310*          - VENDOR NAME MAY NOT BE SPACES
000320*          - THE HOLD FLAG MUST BE Y OR N
000322*          - DISCOUNT TERMS, WHEN GIVEN, MUST BE NUMERIC, AND A
000324*            DISCOUNT PERCENT NEEDS A WINDOW OF ONE DAY OR MORE
000326*            THAT ENDS NO LATER THAN THE NET TERMS DAYS
000328*          - THE EDI REMITTANCE FLAG MUST BE Y, N, OR BLANK
000330*
000340*      AN EDIT FAILURE OR A DUPLICATE VENDOR-ID GOES TO THE
000350*      COMMON REJECT LOG AND THE TRANSACTION IS SKIPPED, SO ONE
000360*      BAD CARD CANNOT POISON THE MASTER EVERY DOWNSTREAM AP JOB
000370*      NOW DEPENDS ON.
000372*
000374*      A VENDOR CONFIRMED AS A RESTRICTED PARTY BY SCRNDISP IS
000376*      LOADED ON HOLD UNTIL COMPLIANCE CLEARS THE MATCH.
000377*
000378*      EACH VENDOR ALREADY ON THE PRIOR GENERATION OF THE MASTER
000379*      IS COMPARED FIELD BY FIELD WITH ITS CARD, AND EVERY
000380*      CHANGE IS LOGGED.  A CHANGED REMIT ADDRESS, CITY, ZIP, OR
000381*      TAX ID - THE CLASSIC REDIRECTED-PAYMENT FRAUD - PUTS THE
000382*      VENDOR INTO PENDING VERIFICATION UNTIL A VENDVRFY CALLBACK
000383*      OR THE END OF PAYSEL'S COOLING-OFF PERIOD.  NO PRIOR
000384*      MASTER (THE FIRST LOAD) MEANS NOTHING TO COMPARE.
000385*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000490            ACCESS MODE IS SEQUENTIAL
000500            RECORD KEY IS VNDM-VENDOR-ID
000510            FILE STATUS IS WS-VENDMSTR-STATUS.
000511     SELECT OPTIONAL
000512            VENDOR-PRIOR   ASSIGN TO VENDPRV
000513            ORGANIZATION IS INDEXED
000514            ACCESS MODE IS RANDOM
000515            RECORD KEY IS VNDP-VENDOR-ID
000516            FILE STATUS IS WS-VENDPRV-STATUS.
000517     SELECT OPTIONAL
000518            VENDOR-CHANGE-LOG ASSIGN TO VENDCHG
000519            ORGANIZATION IS SEQUENTIAL
000522            FILE STATUS IS WS-VENDCHG-STATUS.
000525     SELECT REJECT-OUT     ASSIGN TO REJOUT
000530            ORGANIZATION IS SEQUENTIAL.
000531     SELECT OPTIONAL
000532            SANCTION-QUEUE ASSIGN TO SCRNQ
000533            ORGANIZATION IS INDEXED
000534            ACCESS MODE IS SEQUENTIAL
000535            RECORD KEY IS SQ-KEY
000536            FILE STATUS IS WS-SCRNQ-STATUS.
000537     SELECT OPTIONAL
000538            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000539            ORGANIZATION IS SEQUENTIAL
000542            FILE STATUS IS WS-EXECLOG-STATUS.

000545 DATA DIVISION.
000550 FILE SECTION.
000560 FD  VENDOR-TXN-IN
000570     LABEL RECORDS ARE STANDARD.
000790                        ==VEND-TAX-REPORTABLE==
000792                     BY ==VNDM-TAX-REPORTABLE==
000794                        ==VEND-NOT-REPORTABLE==
000796                     BY ==VNDM-NOT-REPORTABLE==
000797                        ==VEND-DISC-PCT==
000798                     BY ==VNDM-DISC-PCT==
000799                        ==VEND-DISC-DAYS==
000800                     BY ==VNDM-DISC-DAYS==
000801                        ==VEND-VERIFY-SW==
000802                     BY ==VNDM-VERIFY-SW==
000803                        ==VEND-VERIFY-PENDING==
000804                     BY ==VNDM-VERIFY-PENDING==
000805                        ==VEND-VERIFIED==
000806                     BY ==VNDM-VERIFIED==
000807                        ==VEND-VERIFY-NOT-NEEDED==
000808                     BY ==VNDM-VERIFY-NOT-NEEDED==
000809                        ==VEND-CHANGE-DATE==
000810                     BY ==VNDM-CHANGE-DATE==
000811                        ==VEND-VERIFIED-BY==
000812                     BY ==VNDM-VERIFIED-BY==
000813                        ==VEND-VERIFIED-DATE==
000814                     BY ==VNDM-VERIFIED-DATE==
000815                        ==VEND-EDI-SW==
000816                     BY ==VNDM-EDI-SW==
000817                        ==VEND-EDI-CAPABLE==
000818                     BY ==VNDM-EDI-CAPABLE==
000819                        ==VEND-PAPER-ONLY==
000820                     BY ==VNDM-PAPER-ONLY==.

000821 FD  VENDOR-PRIOR
000822     LABEL RECORDS ARE STANDARD.
000823 COPY VENDREC REPLACING ==VENDOR-RECORD==
000824                     BY ==VENDOR-PRIOR-RECORD==
000825                        ==VEND-VENDOR-ID==
000826                     BY ==VNDP-VENDOR-ID==
000827                        ==VEND-NAME==
000828                     BY ==VNDP-NAME==
000829                        ==VEND-REMIT-ADDR==
000830                     BY ==VNDP-REMIT-ADDR==
000831                        ==VEND-REMIT-CITY==
000832                     BY ==VNDP-REMIT-CITY==
000833                        ==VEND-REMIT-ZIP==
000834                     BY ==VNDP-REMIT-ZIP==
000835                        ==VEND-TERMS-DAYS==
000836                     BY ==VNDP-TERMS-DAYS==
000837                        ==VEND-CURRENCY==
000838                     BY ==VNDP-CURRENCY==
000839                        ==VEND-HOLD-SW==
000840                     BY ==VNDP-HOLD-SW==
000841                        ==VEND-ON-HOLD==
000842                     BY ==VNDP-ON-HOLD==
000843                        ==VEND-NOT-ON-HOLD==
000844                     BY ==VNDP-NOT-ON-HOLD==
000845                        ==VEND-TAX-ID==
000846                     BY ==VNDP-TAX-ID==
000847                        ==VEND-TAX-REPORT-SW==
000848                     BY ==VNDP-TAX-REPORT-SW==
000849                        ==VEND-TAX-REPORTABLE==
000850                     BY ==VNDP-TAX-REPORTABLE==
000851                        ==VEND-NOT-REPORTABLE==
000852                     BY ==VNDP-NOT-REPORTABLE==
000853                        ==VEND-DISC-PCT==
000854                     BY ==VNDP-DISC-PCT==
000855                        ==VEND-DISC-DAYS==
000856                     BY ==VNDP-DISC-DAYS==
000857                        ==VEND-VERIFY-SW==
000858                     BY ==VNDP-VERIFY-SW==
000859                        ==VEND-VERIFY-PENDING==
000860                     BY ==VNDP-VERIFY-PENDING==
000861                        ==VEND-VERIFIED==
000862                     BY ==VNDP-VERIFIED==
000863                        ==VEND-VERIFY-NOT-NEEDED==
000864                     BY ==VNDP-VERIFY-NOT-NEEDED==
000865                        ==VEND-CHANGE-DATE==
000866                     BY ==VNDP-CHANGE-DATE==
000867                        ==VEND-VERIFIED-BY==
000868                     BY ==VNDP-VERIFIED-BY==
000869                        ==VEND-VERIFIED-DATE==
000870                     BY ==VNDP-VERIFIED-DATE==
000871                        ==VEND-EDI-SW==
000872                     BY ==VNDP-EDI-SW==
000873                        ==VEND-EDI-CAPABLE==
000874                     BY ==VNDP-EDI-CAPABLE==
000875                        ==VEND-PAPER-ONLY==
000876                     BY ==VNDP-PAPER-ONLY==.

000877 FD  VENDOR-CHANGE-LOG
000878     LABEL RECORDS ARE STANDARD.
000879 COPY VENDCHG.

000880 FD  REJECT-OUT
000881     LABEL RECORDS ARE STANDARD.
000882 COPY REJCREC.

000883 FD  SANCTION-QUEUE
000884     LABEL RECORDS ARE STANDARD.
000885 COPY SCRNMTCH.

000886 FD  EXEC-LOG-OUT
000887     LABEL RECORDS ARE STANDARD.
000888 COPY EXECLOG.

000889 WORKING-STORAGE SECTION.
000890 01  WS-VENDMSTR-STATUS        PIC X(02)  VALUE SPACES.
000891 01  WS-SCRNQ-STATUS           PIC X(02)  VALUE SPACES.
000892 01  WS-VENDPRV-STATUS         PIC X(02)  VALUE SPACES.
000893 01  WS-VENDCHG-STATUS         PIC X(02)  VALUE SPACES.
000894 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000895 01  WS-SWITCHES.
000896     05  WS-TXN-EOF            PIC X(01)  VALUE 'N'.
000897         88  TXN-EOF                      VALUE 'Y'.
000898     05  WS-TXN-VALID-SW       PIC X(01)  VALUE 'N'.
000899         88  WS-TXN-VALID                 VALUE 'Y'.
000900     05  WS-SCRNQ-EOF          PIC X(01)  VALUE 'N'.
000901         88  SCRNQ-EOF                    VALUE 'Y'.
000902     05  WS-SANCTION-FULL-SW   PIC X(01)  VALUE 'N'.
000903         88  WS-SANCTION-FULL             VALUE 'Y'.
000904     05  WS-SANCTIONED-SW      PIC X(01)  VALUE 'N'.
000905         88  WS-SANCTIONED                VALUE 'Y'.
000906     05  WS-PRIOR-OPEN-SW      PIC X(01)  VALUE 'N'.
000907         88  WS-PRIOR-OPEN                VALUE 'Y'.
000908     05  WS-REMIT-CHANGED-SW   PIC X(01)  VALUE 'N'.
000909         88  WS-REMIT-CHANGED             VALUE 'Y'.

000910 01  WS-COUNTERS                          COMP.
000911     05  WS-TXNS-READ          PIC 9(09)  VALUE ZERO.
000912     05  WS-VENDORS-LOADED     PIC 9(09)  VALUE ZERO.
000920     05  WS-TXNS-REJECTED      PIC 9(09)  VALUE ZERO.
000921     05  WS-VENDORS-SANCTIONED PIC 9(09)  VALUE ZERO.
000922     05  WS-SB-COUNT           PIC 9(09)  VALUE ZERO.
000923     05  WS-SB-NDX             PIC 9(09)  VALUE ZERO.
000924     05  WS-VENDORS-ADDED      PIC 9(09)  VALUE ZERO.
000925     05  WS-VENDORS-CHANGED    PIC 9(09)  VALUE ZERO.
000926     05  WS-VENDORS-PENDING    PIC 9(09)  VALUE ZERO.
000927     05  WS-CHANGES-LOGGED     PIC 9(09)  VALUE ZERO.
000928     05  WS-CG-COUNT           PIC 9(09)  VALUE ZERO.
000929     05  WS-CG-NDX             PIC 9(09)  VALUE ZERO.

000930*----------------------------------------------------------------
000931*    VENDOR-ID OF EVERY CONFIRMED RESTRICTED-PARTY MATCH ON THE
000932*    SCREENING QUEUE.
000933*----------------------------------------------------------------
000934 01  WS-SANCTION-TABLE.
000935     05  WS-SB-ENTRY OCCURS 1 TO 2000 TIMES
000936                     DEPENDING ON WS-SB-COUNT.
000937         10  WS-SB-VENDOR-ID    PIC X(10).

000938*----------------------------------------------------------------
000939*    THE CHANGES FOUND ON ONE CARD, HELD UNTIL ITS MASTER RECORD
000940*    IS WRITTEN SO A REJECTED DUPLICATE LOGS NOTHING.  ONE ENTRY
000941*    PER COMPARED FIELD AT MOST.
000942*----------------------------------------------------------------
000943 01  WS-CHANGE-TABLE.
000944     05  WS-CG-ENTRY OCCURS 12 TIMES.
000945         10  WS-CG-TYPE         PIC X(01).
000946         10  WS-CG-FIELD        PIC X(20).
000947         10  WS-CG-BEFORE       PIC X(60).
000948         10  WS-CG-AFTER        PIC X(60).
000949         10  WS-CG-VERIFY-SW    PIC X(01).

000950 01  WS-CHG-TYPE               PIC X(01)  VALUE SPACES.
000951 01  WS-CHG-FIELD              PIC X(20)  VALUE SPACES.
000952 01  WS-CHG-BEFORE             PIC X(60)  VALUE SPACES.
000953 01  WS-CHG-AFTER              PIC X(60)  VALUE SPACES.
000954 01  WS-CHG-VERIFY-SW          PIC X(01)  VALUE SPACES.
000955 01  WS-EDIT-PCT               PIC Z9.99.

000956 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
000957 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
000958 01  WS-REJECT-REASON          PIC X(40)  VALUE SPACES.

000960 PROCEDURE DIVISION.
000970*---------------------------------------------------------------*
000980 0000-MAINLINE.
000990*---------------------------------------------------------------*
000993     PERFORM 9700-LOG-STEP-START
000996          THRU 9700-LOG-STEP-START-EXIT.
001000     PERFORM 1000-INITIALIZE
001010          THRU 1000-INITIALIZE-EXIT.
001011     IF WS-SANCTION-FULL
001012         DISPLAY 'VENDLOAD - RESTRICTED-PARTY TABLE FULL, '
001013                 'SCREEN INCOMPLETE - FAILING THE STEP'
001014         CLOSE VENDOR-TXN-IN VENDOR-MASTER REJECT-OUT
001015               VENDOR-CHANGE-LOG
001017         MOVE 16 TO RETURN-CODE
001019         PERFORM 9710-LOG-STEP-END
001021              THRU 9710-LOG-STEP-END-EXIT
001023         GOBACK
001025     END-IF.
001027     PERFORM 2000-LOAD-VENDOR
001030          THRU 2000-LOAD-VENDOR-EXIT
001040          UNTIL TXN-EOF.
001050     PERFORM 9000-TERMINATE
001060          THRU 9000-TERMINATE-EXIT.
001063     PERFORM 9710-LOG-STEP-END
001066          THRU 9710-LOG-STEP-END-EXIT.
001070     GOBACK.

001080*---------------------------------------------------------------*
001130     OPEN INPUT  VENDOR-TXN-IN.
001140     OPEN OUTPUT VENDOR-MASTER
001150                 REJECT-OUT.
001151     OPEN EXTEND VENDOR-CHANGE-LOG.
001152     OPEN INPUT  VENDOR-PRIOR.
001153     IF WS-VENDPRV-STATUS = '00'
001154         SET WS-PRIOR-OPEN TO TRUE
001155     ELSE
001156         DISPLAY 'VENDLOAD - NO PRIOR VENDOR MASTER, CHANGES '
001157                 'NOT COMPARED'
001158     END-IF.
001159     OPEN INPUT  SANCTION-QUEUE.
001160     IF WS-SCRNQ-STATUS = '00'
001161         PERFORM 1100-LOAD-SANCTION-TABLE
001162              THRU 1100-LOAD-SANCTION-TABLE-EXIT
001163              UNTIL SCRNQ-EOF
001164                 OR WS-SANCTION-FULL
001165         CLOSE SANCTION-QUEUE
001166     END-IF.
001167     READ VENDOR-TXN-IN
001170         AT END SET TXN-EOF TO TRUE
001180     END-READ.
001190 1000-INITIALIZE-EXIT.
001200     EXIT.

001201*---------------------------------------------------------------*
001202*    ONE TABLE ENTRY PER CONFIRMED MATCH THAT REACHES A VENDOR.  *
001203*    NO QUEUE FILE MEANS NO BLOCKS.                              *
001204*---------------------------------------------------------------*
001205 1100-LOAD-SANCTION-TABLE.
001206*---------------------------------------------------------------*
001207     READ SANCTION-QUEUE
001208         AT END SET SCRNQ-EOF TO TRUE
001209         NOT AT END
001210             IF SQ-CONFIRMED
001211                AND SQ-VENDOR-ID NOT = SPACES
001212                 IF WS-SB-COUNT >= 2000
001213                     SET WS-SANCTION-FULL TO TRUE
001214                 ELSE
001215                     ADD 1 TO WS-SB-COUNT
001216                     MOVE SQ-VENDOR-ID
001217                       TO WS-SB-VENDOR-ID (WS-SB-COUNT)
001218                 END-IF
001219             END-IF
001220     END-READ.
001221 1100-LOAD-SANCTION-TABLE-EXIT.
001222     EXIT.

001223*---------------------------------------------------------------*
001224 2000-LOAD-VENDOR.
001230*---------------------------------------------------------------*
001240     ADD 1 TO WS-TXNS-READ.
001250     PERFORM 2100-EDIT-TRANSACTION
001400 2100-EDIT-TRANSACTION.
001410     MOVE 'Y' TO WS-TXN-VALID-SW.
001420     MOVE SPACES TO WS-REJECT-REASON.
001421*    CARDS PUNCHED BEFORE THE DISCOUNT TERMS EXISTED CARRY
001422*    BLANKS THERE - THAT IS NO DISCOUNT.
001423     IF VEND-DISC-PCT = SPACES
001424         MOVE ZERO TO VEND-DISC-PCT
001425     END-IF.
001426     IF VEND-DISC-DAYS = SPACES
001427         MOVE ZERO TO VEND-DISC-DAYS
001428     END-IF.
001430     EVALUATE TRUE
001440         WHEN VEND-VENDOR-ID = SPACES
001450             MOVE 'N' TO WS-TXN-VALID-SW
001528             MOVE 'N' TO WS-TXN-VALID-SW
001530             MOVE 'TAX FLAG NOT Y, N, OR BLANK'
001532               TO WS-REJECT-REASON
001533         WHEN VEND-DISC-PCT NOT NUMERIC
001534           OR VEND-DISC-DAYS NOT NUMERIC
001535             MOVE 'N' TO WS-TXN-VALID-SW
001536             MOVE 'DISCOUNT TERMS NOT NUMERIC'
001537               TO WS-REJECT-REASON
001538         WHEN VEND-DISC-PCT > ZERO
001539          AND (VEND-DISC-DAYS = ZERO
001540           OR  VEND-DISC-DAYS > VEND-TERMS-DAYS)
001541             MOVE 'N' TO WS-TXN-VALID-SW
001542             MOVE 'DISCOUNT DAYS NOT INSIDE NET TERMS'
001543               TO WS-REJECT-REASON
001544         WHEN VEND-EDI-SW NOT = 'Y'
001545          AND VEND-EDI-SW NOT = 'N'
001546          AND VEND-EDI-SW NOT = ' '
001547             MOVE 'N' TO WS-TXN-VALID-SW
001548             MOVE 'EDI FLAG NOT Y, N, OR BLANK'
001549               TO WS-REJECT-REASON
001550         WHEN OTHER
001551             CONTINUE
001552     END-EVALUATE.
001553*    A REPORTABLE VENDOR WITH NO TAX ID STILL LOADS - THE
001554*    YEAR-END REGISTER FLAGS IT ALL YEAR - BUT THE GAP IS
001556*    WORTH A CONSOLE NOTE AT LOAD TIME TOO.
001558     IF WS-TXN-VALID
001564         DISPLAY 'VENDLOAD - REPORTABLE VENDOR HAS NO TAX '
001566                 'ID: ' VEND-VENDOR-ID
001568     END-IF.
001569 2100-EDIT-TRANSACTION-EXIT.
001570     EXIT.

001580 2200-WRITE-MASTER.
001590     MOVE VENDOR-RECORD TO VENDOR-MASTER-RECORD.
001593     PERFORM 2300-CHECK-SANCTIONS
001596          THRU 2300-CHECK-SANCTIONS-EXIT.
001597     PERFORM 2400-COMPARE-PRIOR
001598          THRU 2400-COMPARE-PRIOR-EXIT.
001600     WRITE VENDOR-MASTER-RECORD
001610         INVALID KEY
001620             ADD 1 TO WS-TXNS-REJECTED
001670                  THRU 8010-LOG-REJECT-EXIT
001680         NOT INVALID KEY
001690             ADD 1 TO WS-VENDORS-LOADED
001691             PERFORM 2500-WRITE-CHANGE
001692                  THRU 2500-WRITE-CHANGE-EXIT
001693                  VARYING WS-CG-NDX FROM 1 BY 1
001694                  UNTIL WS-CG-NDX > WS-CG-COUNT
001695             IF WS-REMIT-CHANGED
001696                 ADD 1 TO WS-VENDORS-PENDING
001697                 DISPLAY 'VENDLOAD - REMIT-TO OR TAX ID CHANGED, '
001698                         'PENDING VERIFICATION: ' VEND-VENDOR-ID
001699             END-IF
001700     END-WRITE.
001710 2200-WRITE-MASTER-EXIT.
001720     EXIT.

001721*---------------------------------------------------------------*
001722*    A CONFIRMED RESTRICTED PARTY LOADS ON HOLD NO MATTER WHAT   *
001723*    ITS MAINTENANCE CARD CARRIES.                               *
001724*---------------------------------------------------------------*
001725 2300-CHECK-SANCTIONS.
001726*---------------------------------------------------------------*
001727     MOVE 'N' TO WS-SANCTIONED-SW.
001728     PERFORM 2310-SCAN-SANCTION-ENTRY
001729          THRU 2310-SCAN-SANCTION-ENTRY-EXIT
001730          VARYING WS-SB-NDX FROM 1 BY 1
001731          UNTIL WS-SB-NDX > WS-SB-COUNT
001732             OR WS-SANCTIONED.
001733     IF WS-SANCTIONED
001734         ADD 1 TO WS-VENDORS-SANCTIONED
001735         MOVE 'Y' TO VNDM-HOLD-SW
001736         DISPLAY 'VENDLOAD - VENDOR ' VEND-VENDOR-ID
001737                 ' LOADED ON HOLD, RESTRICTED PARTY'
001738     END-IF.
001739 2300-CHECK-SANCTIONS-EXIT.
001740     EXIT.

001741 2310-SCAN-SANCTION-ENTRY.
001742     IF WS-SB-VENDOR-ID (WS-SB-NDX) = VEND-VENDOR-ID
001743         SET WS-SANCTIONED TO TRUE
001744     END-IF.
001745 2310-SCAN-SANCTION-ENTRY-EXIT.
001746     EXIT.

001747*---------------------------------------------------------------*
001748*    COMPARE THE RECORD ABOUT TO BE WRITTEN WITH THE VENDOR'S    *
001749*    RECORD ON THE PRIOR MASTER.  THE VERIFICATION STATE IS NOT  *
001750*    CARD DATA - IT CARRIES FORWARD FROM THE PRIOR MASTER, AND   *
001751*    A REMIT-TO OR TAX ID CHANGE RESTARTS IT AS PENDING FROM     *
001752*    TODAY, WHATEVER ITS STATE BEFORE.                           *
001753*---------------------------------------------------------------*
001754 2400-COMPARE-PRIOR.
001755*---------------------------------------------------------------*
001756     MOVE SPACE  TO VNDM-VERIFY-SW.
001757     MOVE SPACES TO VNDM-VERIFIED-BY.
001758     MOVE ZERO   TO VNDM-CHANGE-DATE
001759                    VNDM-VERIFIED-DATE
001760                    WS-CG-COUNT.
001761     MOVE 'N'    TO WS-REMIT-CHANGED-SW.
001762     IF NOT WS-PRIOR-OPEN
001763         GO TO 2400-COMPARE-PRIOR-EXIT
001764     END-IF.
001765     MOVE VEND-VENDOR-ID TO VNDP-VENDOR-ID.
001766     READ VENDOR-PRIOR
001767         INVALID KEY
001768             MOVE 'A'              TO WS-CHG-TYPE
001769             MOVE 'VEND-VENDOR-ID' TO WS-CHG-FIELD
001770             MOVE SPACES           TO WS-CHG-BEFORE
001771             MOVE VNDM-NAME        TO WS-CHG-AFTER
001772             MOVE 'N'              TO WS-CHG-VERIFY-SW
001773             PERFORM 2410-ADD-CHANGE
001774                  THRU 2410-ADD-CHANGE-EXIT
001775             ADD 1 TO WS-VENDORS-ADDED
001776             GO TO 2400-COMPARE-PRIOR-EXIT
001777     END-READ.
001778     MOVE VNDP-VERIFY-SW     TO VNDM-VERIFY-SW.
001779     MOVE VNDP-CHANGE-DATE   TO VNDM-CHANGE-DATE.
001780     MOVE VNDP-VERIFIED-BY   TO VNDM-VERIFIED-BY.
001781     MOVE VNDP-VERIFIED-DATE TO VNDM-VERIFIED-DATE.
001782     MOVE 'C' TO WS-CHG-TYPE.
001783     MOVE 'N' TO WS-CHG-VERIFY-SW.
001784     IF VNDM-NAME NOT = VNDP-NAME
001785         MOVE 'VEND-NAME'     TO WS-CHG-FIELD
001786         MOVE VNDP-NAME       TO WS-CHG-BEFORE
001787         MOVE VNDM-NAME       TO WS-CHG-AFTER
001788         PERFORM 2410-ADD-CHANGE
001789              THRU 2410-ADD-CHANGE-EXIT
001790     END-IF.
001791     IF VNDM-TERMS-DAYS NOT = VNDP-TERMS-DAYS
001792         MOVE 'VEND-TERMS-DAYS' TO WS-CHG-FIELD
001793         MOVE VNDP-TERMS-DAYS TO WS-CHG-BEFORE
001794         MOVE VNDM-TERMS-DAYS TO WS-CHG-AFTER
001795         PERFORM 2410-ADD-CHANGE
001796              THRU 2410-ADD-CHANGE-EXIT
001797     END-IF.
001798     IF VNDM-CURRENCY NOT = VNDP-CURRENCY
001799         MOVE 'VEND-CURRENCY' TO WS-CHG-FIELD
001800         MOVE VNDP-CURRENCY   TO WS-CHG-BEFORE
001801         MOVE VNDM-CURRENCY   TO WS-CHG-AFTER
001802         PERFORM 2410-ADD-CHANGE
001803              THRU 2410-ADD-CHANGE-EXIT
001804     END-IF.
001805     IF VNDM-HOLD-SW NOT = VNDP-HOLD-SW
001806         MOVE 'VEND-HOLD-SW'  TO WS-CHG-FIELD
001807         MOVE VNDP-HOLD-SW    TO WS-CHG-BEFORE
001808         MOVE VNDM-HOLD-SW    TO WS-CHG-AFTER
001809         PERFORM 2410-ADD-CHANGE
001810              THRU 2410-ADD-CHANGE-EXIT
001811     END-IF.
001812     IF VNDM-TAX-REPORT-SW NOT = VNDP-TAX-REPORT-SW
001813         MOVE 'VEND-TAX-REPORT-SW' TO WS-CHG-FIELD
001814         MOVE VNDP-TAX-REPORT-SW TO WS-CHG-BEFORE
001815         MOVE VNDM-TAX-REPORT-SW TO WS-CHG-AFTER
001816         PERFORM 2410-ADD-CHANGE
001817              THRU 2410-ADD-CHANGE-EXIT
001818     END-IF.
001819     IF VNDM-DISC-PCT NOT = VNDP-DISC-PCT
001820         MOVE 'VEND-DISC-PCT' TO WS-CHG-FIELD
001821         MOVE VNDP-DISC-PCT   TO WS-EDIT-PCT
001822         MOVE WS-EDIT-PCT     TO WS-CHG-BEFORE
001823         MOVE VNDM-DISC-PCT   TO WS-EDIT-PCT
001824         MOVE WS-EDIT-PCT     TO WS-CHG-AFTER
001825         PERFORM 2410-ADD-CHANGE
001826              THRU 2410-ADD-CHANGE-EXIT
001827     END-IF.
001828     IF VNDM-DISC-DAYS NOT = VNDP-DISC-DAYS
001829         MOVE 'VEND-DISC-DAYS' TO WS-CHG-FIELD
001830         MOVE VNDP-DISC-DAYS  TO WS-CHG-BEFORE
001831         MOVE VNDM-DISC-DAYS  TO WS-CHG-AFTER
001832         PERFORM 2410-ADD-CHANGE
001833              THRU 2410-ADD-CHANGE-EXIT
001834     END-IF.
001835     IF VNDM-EDI-SW NOT = VNDP-EDI-SW
001836         MOVE 'VEND-EDI-SW'   TO WS-CHG-FIELD
001837         MOVE VNDP-EDI-SW     TO WS-CHG-BEFORE
001838         MOVE VNDM-EDI-SW     TO WS-CHG-AFTER
001839         PERFORM 2410-ADD-CHANGE
001840              THRU 2410-ADD-CHANGE-EXIT
001841     END-IF.
001842*    FROM HERE ON EVERY CHANGE NEEDS A CALLBACK.
001843     MOVE 'Y' TO WS-CHG-VERIFY-SW.
001844     IF VNDM-REMIT-ADDR NOT = VNDP-REMIT-ADDR
001845         MOVE 'VEND-REMIT-ADDR' TO WS-CHG-FIELD
001846         MOVE VNDP-REMIT-ADDR TO WS-CHG-BEFORE
001847         MOVE VNDM-REMIT-ADDR TO WS-CHG-AFTER
001848         PERFORM 2410-ADD-CHANGE
001849              THRU 2410-ADD-CHANGE-EXIT
001850     END-IF.
001851     IF VNDM-REMIT-CITY NOT = VNDP-REMIT-CITY
001852         MOVE 'VEND-REMIT-CITY' TO WS-CHG-FIELD
001853         MOVE VNDP-REMIT-CITY TO WS-CHG-BEFORE
001854         MOVE VNDM-REMIT-CITY TO WS-CHG-AFTER
001855         PERFORM 2410-ADD-CHANGE
001856              THRU 2410-ADD-CHANGE-EXIT
001857     END-IF.
001858     IF VNDM-REMIT-ZIP NOT = VNDP-REMIT-ZIP
001859         MOVE 'VEND-REMIT-ZIP' TO WS-CHG-FIELD
001860         MOVE VNDP-REMIT-ZIP  TO WS-CHG-BEFORE
001861         MOVE VNDM-REMIT-ZIP  TO WS-CHG-AFTER
001862         PERFORM 2410-ADD-CHANGE
001863              THRU 2410-ADD-CHANGE-EXIT
001864     END-IF.
001865     IF VNDM-TAX-ID NOT = VNDP-TAX-ID
001866         MOVE 'VEND-TAX-ID'   TO WS-CHG-FIELD
001867         MOVE VNDP-TAX-ID     TO WS-CHG-BEFORE
001868         MOVE VNDM-TAX-ID     TO WS-CHG-AFTER
001869         PERFORM 2410-ADD-CHANGE
001870              THRU 2410-ADD-CHANGE-EXIT
001871     END-IF.
001872     IF WS-REMIT-CHANGED
001873         MOVE 'P'         TO VNDM-VERIFY-SW
001874         MOVE WS-RUN-DATE TO VNDM-CHANGE-DATE
001875         MOVE SPACES      TO VNDM-VERIFIED-BY
001876         MOVE ZERO        TO VNDM-VERIFIED-DATE
001877     END-IF.
001878     IF WS-CG-COUNT > ZERO
001879         ADD 1 TO WS-VENDORS-CHANGED
001880     END-IF.
001881 2400-COMPARE-PRIOR-EXIT.
001882     EXIT.

001883 2410-ADD-CHANGE.
001884     ADD 1 TO WS-CG-COUNT.
001885     MOVE WS-CHG-TYPE      TO WS-CG-TYPE (WS-CG-COUNT).
001886     MOVE WS-CHG-FIELD     TO WS-CG-FIELD (WS-CG-COUNT).
001887     MOVE WS-CHG-BEFORE    TO WS-CG-BEFORE (WS-CG-COUNT).
001888     MOVE WS-CHG-AFTER     TO WS-CG-AFTER (WS-CG-COUNT).
001889     MOVE WS-CHG-VERIFY-SW TO WS-CG-VERIFY-SW (WS-CG-COUNT).
001890     IF WS-CHG-VERIFY-SW = 'Y'
001891         SET WS-REMIT-CHANGED TO TRUE
001892     END-IF.
001893 2410-ADD-CHANGE-EXIT.
001894     EXIT.

001895*---------------------------------------------------------------*
001896*    ONE CHANGE-LOG ENTRY PER TABLE ENTRY, ONCE THE MASTER       *
001897*    RECORD IS SAFELY WRITTEN.                                   *
001898*---------------------------------------------------------------*
001899 2500-WRITE-CHANGE.
001900*---------------------------------------------------------------*
001901     MOVE SPACES            TO VENDOR-CHANGE-RECORD.
001902     MOVE VEND-VENDOR-ID    TO VC-VENDOR-ID.
001903     MOVE WS-RUN-DATE       TO VC-CHANGE-DATE.
001904     MOVE WS-RUN-TIME       TO VC-CHANGE-TIME.
001905     MOVE WS-CG-TYPE (WS-CG-NDX)      TO VC-CHANGE-TYPE.
001906     MOVE WS-CG-FIELD (WS-CG-NDX)     TO VC-FIELD-NAME.
001907     MOVE WS-CG-BEFORE (WS-CG-NDX)    TO VC-BEFORE-VALUE.
001908     MOVE WS-CG-AFTER (WS-CG-NDX)     TO VC-AFTER-VALUE.
001909     MOVE WS-CG-VERIFY-SW (WS-CG-NDX) TO VC-VERIFY-SW.
001910     MOVE 'VENDLOAD'        TO VC-CHANGED-BY.
001911     WRITE VENDOR-CHANGE-RECORD.
001912     ADD 1 TO WS-CHANGES-LOGGED.
001913 2500-WRITE-CHANGE-EXIT.
001914     EXIT.

001915*---------------------------------------------------------------*
001916 8010-LOG-REJECT.
001917*---------------------------------------------------------------*
001918     MOVE SPACES              TO REJECT-RECORD.
001919     MOVE 'VENDLOAD'          TO RJ-SOURCE-FILE.
001920     MOVE VEND-VENDOR-ID      TO RJ-KEY-FIELD.
001921     MOVE WS-REJECT-REASON    TO RJ-RULE-VIOLATED.
001922     MOVE WS-RUN-DATE         TO RJ-REJECT-DATE.
001923     MOVE WS-RUN-TIME         TO RJ-REJECT-TIME.
001924     WRITE REJECT-RECORD.
001925 8010-LOG-REJECT-EXIT.
001926     EXIT.

001927*---------------------------------------------------------------*
001928 9000-TERMINATE.
001929*---------------------------------------------------------------*
001930     DISPLAY 'VENDLOAD - TRANSACTIONS READ....: ' WS-TXNS-READ.
001931     DISPLAY 'VENDLOAD - VENDORS LOADED.......: '
001932              WS-VENDORS-LOADED.
001933     DISPLAY 'VENDLOAD - TRANSACTIONS REJECTED: '
001934              WS-TXNS-REJECTED.
001935     DISPLAY 'VENDLOAD - VENDORS ADDED........: '
001936              WS-VENDORS-ADDED.
001937     DISPLAY 'VENDLOAD - VENDORS CHANGED......: '
001938              WS-VENDORS-CHANGED.
001939     DISPLAY 'VENDLOAD - PENDING VERIFICATION.: '
001940              WS-VENDORS-PENDING.
001941     DISPLAY 'VENDLOAD - CHANGES LOGGED.......: '
001942              WS-CHANGES-LOGGED.
001943     DISPLAY 'VENDLOAD - RESTRICTED HOLDS.....: '
001944              WS-VENDORS-SANCTIONED.
001945     CLOSE VENDOR-TXN-IN VENDOR-MASTER REJECT-OUT
001946           VENDOR-CHANGE-LOG.
001947     IF WS-PRIOR-OPEN
001948         CLOSE VENDOR-PRIOR
001949     END-IF.
001950 9000-TERMINATE-EXIT.
001951     EXIT.

001960*---------------------------------------------------------------*
001970*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
001980*---------------------------------------------------------------*
001990 9700-LOG-STEP-START.
002000*---------------------------------------------------------------*
002010     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002020     MOVE 'VENDLOAD'        TO EX-JOB-NAME.
002030     SET EX-STEP-START      TO TRUE.
002040     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002050     ACCEPT EX-RUN-TIME FROM TIME.
002060     MOVE ZERO              TO EX-RECORDS-READ
002070                               EX-RECORDS-WRITTEN
002080                               EX-REJECT-COUNT
002090                               EX-COMPLETION-CODE.
002100     OPEN EXTEND EXEC-LOG-OUT.
002110     WRITE EXECUTION-LOG-RECORD.
002120     CLOSE EXEC-LOG-OUT.
002130 9700-LOG-STEP-START-EXIT.
002140     EXIT.

002150*---------------------------------------------------------------*
002160*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
002170*    ENDING WITH.                                               *
002180*---------------------------------------------------------------*
002190 9710-LOG-STEP-END.
002200*---------------------------------------------------------------*
002210     MOVE SPACES            TO EXECUTION-LOG-RECORD.
002220     MOVE 'VENDLOAD'        TO EX-JOB-NAME.
002230     SET EX-STEP-END        TO TRUE.
002240     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
002250     ACCEPT EX-RUN-TIME FROM TIME.
002260     MOVE WS-TXNS-READ      TO EX-RECORDS-READ.
002270     MOVE WS-VENDORS-LOADED TO EX-RECORDS-WRITTEN.
002280     MOVE WS-TXNS-REJECTED  TO EX-REJECT-COUNT.
002290     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
002300     OPEN EXTEND EXEC-LOG-OUT.
002310     WRITE EXECUTION-LOG-RECORD.
002320     CLOSE EXEC-LOG-OUT.
002330 9710-LOG-STEP-END-EXIT.
002340     EXIT.
