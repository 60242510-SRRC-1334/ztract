000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    BANKRECN.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  ACCOUNTS PAYABLE SYSTEMS.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - BANK RECONCILIATION OF THE
000210*                   ISSUED VENDOR PAYMENTS AGAINST THE BANK'S
000220*                   DAILY PAID-ITEMS FILE.
000222*  2026-10-15 JLH   AN ITEM PAYVOID HAS VOIDED OR STOPPED THAT
000224*                   THE BANK PAYS ANYWAY IS REPORTED AS PAID
000226*                   AFTER VOID AND LEFT UNCLEARED.
000227*  2026-10-15 JLH   WRITES START AND END RECORDS (COPY EXECLOG)
000228*                   TO THE COMMON EXECUTION LOG FOR THE
000229*                   MORNING RUN-STATUS REPORT (RUNSTAT).
000230*****************************************************************
000240*  REMARKS.
000250*      READS THE BANK'S DAILY PAID/CLEARED ITEMS FILE (COPY
000260*      BNKPAID) AND LOOKS EACH ITEM UP ON THE INDEXED ISSUED-
000270*      PAYMENT REGISTER (COPY ISSPAY) PAYSEL BUILDS, BY ISSUE
000280*      DATE AND ISSUE SEQUENCE.  AN OUTSTANDING ITEM THE BANK
000290*      PAID IS MARKED CLEARED WITH THE DATE AND AMOUNT PAID.
000300*      THE EXCEPTION REPORT LISTS:
000310*
000320*          - PAID NOT ISSUED    THE BANK PAID AN ITEM THAT IS NOT
000330*                               ON THE REGISTER
000340*          - AMOUNT MISMATCH    THE BANK PAID A DIFFERENT AMOUNT
000350*                               FROM THE ONE ISSUED (THE ITEM IS
000360*                               STILL CLEARED - THE MONEY HAS
000370*                               LEFT - BUT TREASURY MUST CHASE
000380*                               THE DIFFERENCE)
000390*          - DUPLICATE          THE BANK PAID AN ITEM ALREADY
000400*                               CLEARED, TODAY OR ON AN EARLIER
000410*                               DAY
000411*          - PAID AFTER VOID    THE BANK PAID AN ITEM PAYVOID
000412*                               HAD VOIDED OR STOPPED (THE ITEM
000413*                               STAYS VOIDED - THE DOCUMENTS
000414*                               MAY ALREADY HAVE BEEN REISSUED -
000415*                               AND TREASURY MUST RECOVER IT)
000420*
000430*      AFTER THE PAID ITEMS ARE APPLIED THE WHOLE REGISTER IS
000440*      SWEPT AND EVERY ITEM STILL OUTSTANDING IS LISTED, AGED BY
000450*      ISSUE DATE AGAINST THE AS-OF DATE INTO 0-30, 31-60, 61-90
000460*      AND OVER-90-DAY BUCKETS, WITH BUCKET TOTALS AT THE FOOT.
000470*      AN ITEM OUTSTANDING LONGER THAN THE CONTROL-CARD STALE
000480*      DAY COUNT IS FLAGGED STALE-DATED SO TREASURY CAN FOLLOW IT
000490*      UP OR ESCHEAT IT.  WITH NO CONTROL CARD THE STALE COUNT IS
000500*      180 DAYS AND THE AS-OF DATE IS THE RUN DATE.  AMOUNTS ARE
000510*      IN EACH ITEM'S OWN CURRENCY; THE FOOTINGS ADD THEM AS
000520*      THEY STAND.
000530*****************************************************************
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000610            ORGANIZATION IS SEQUENTIAL.
000620     SELECT PAID-IN         ASSIGN TO PAIDIN
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT ISSUED-REGISTER ASSIGN TO ISSREG
000650            ORGANIZATION IS INDEXED
000660            ACCESS MODE IS DYNAMIC
000670            RECORD KEY IS IP-KEY
000680            FILE STATUS IS WS-ISSREG-STATUS.
000690     SELECT EXCEPTION-OUT   ASSIGN TO EXCPOUT
000700            ORGANIZATION IS SEQUENTIAL.
000710     SELECT OUTSTAND-OUT    ASSIGN TO OUTSOUT
000720            ORGANIZATION IS SEQUENTIAL.
000722     SELECT OPTIONAL
000724            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000726            ORGANIZATION IS SEQUENTIAL
000728            FILE STATUS IS WS-EXECLOG-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CONTROL-CARD-IN
000760     LABEL RECORDS ARE STANDARD.
000770 01  CONTROL-CARD-RECORD.
000780     05  CC-STALE-DAYS             PIC 9(03).
000790     05  CC-AS-OF-DATE             PIC 9(08).

000800 FD  PAID-IN
000810     LABEL RECORDS ARE STANDARD.
000820 COPY BNKPAID.

000830 FD  ISSUED-REGISTER
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ISSPAY.

000860 FD  EXCEPTION-OUT
000870     LABEL RECORDS ARE STANDARD.
000880 01  EXCEPTION-LINE                PIC X(120).

000890 FD  OUTSTAND-OUT
000900     LABEL RECORDS ARE STANDARD.
000910 01  OUTSTAND-LINE                 PIC X(120).

000912 FD  EXEC-LOG-OUT
000914     LABEL RECORDS ARE STANDARD.
000916 COPY EXECLOG.

000920 WORKING-STORAGE SECTION.
000930 01  WS-ISSREG-STATUS          PIC X(02)  VALUE SPACES.
000935 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

000940 01  WS-SWITCHES.
000950     05  WS-PAID-EOF           PIC X(01)  VALUE 'N'.
000960         88  PAID-EOF                     VALUE 'Y'.
000970     05  WS-ISSREG-EOF         PIC X(01)  VALUE 'N'.
000980         88  ISSREG-EOF                   VALUE 'Y'.
000990     05  WS-ISSUE-FOUND-SW     PIC X(01)  VALUE 'N'.
001000         88  WS-ISSUE-FOUND               VALUE 'Y'.

001010 01  WS-COUNTERS                          COMP.
001020     05  WS-PAID-READ          PIC 9(09)  VALUE ZERO.
001030     05  WS-ITEMS-CLEARED      PIC 9(09)  VALUE ZERO.
001040     05  WS-PAID-NOT-ISSUED    PIC 9(09)  VALUE ZERO.
001050     05  WS-AMOUNT-MISMATCH    PIC 9(09)  VALUE ZERO.
001060     05  WS-DUPLICATES         PIC 9(09)  VALUE ZERO.
001065     05  WS-PAID-AFTER-VOID    PIC 9(09)  VALUE ZERO.
001070     05  WS-OUTSTANDING        PIC 9(09)  VALUE ZERO.
001080     05  WS-STALE-DATED        PIC 9(09)  VALUE ZERO.
001090     05  WS-BKT-NDX            PIC 9(02)  VALUE ZERO.

001100 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001110 01  WS-RUN-TIME               PIC 9(06)  VALUE ZERO.
001120 01  WS-AS-OF-DATE             PIC 9(08)  VALUE ZERO.
001130 01  WS-STALE-DAYS             PIC 9(03)  VALUE 180.
001140 01  WS-DAYS-OUT               PIC S9(07) COMP VALUE ZERO.
001150 01  WS-EXCEPTION-TYPE         PIC X(16)  VALUE SPACES.
001160 01  WS-STALE-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.

001170*    THE AGING BUCKETS - LABEL, AND RUNNING COUNT AND AMOUNT OF
001180*    THE OUTSTANDING ITEMS IN EACH.
001190 01  WS-BUCKET-LABELS.
001200     05  FILLER                 PIC X(08) VALUE '0-30'.
001210     05  FILLER                 PIC X(08) VALUE '31-60'.
001220     05  FILLER                 PIC X(08) VALUE '61-90'.
001230     05  FILLER                 PIC X(08) VALUE 'OVER 90'.
001240 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-LABELS.
001250     05  WS-BKT-LABEL OCCURS 4 TIMES PIC X(08).
001260 01  WS-BUCKET-TOTALS.
001270     05  WS-BT-ENTRY OCCURS 4 TIMES.
001280         10  WS-BT-COUNT        PIC 9(09) COMP.
001290         10  WS-BT-AMOUNT       PIC S9(13)V99 COMP-3.

001300 01  WS-EXCEPTION-HEADING-1.
001310     05  FILLER                 PIC X(03) VALUE SPACES.
001320     05  FILLER                 PIC X(36)
001330         VALUE 'BANK RECONCILIATION EXCEPTIONS - '.
001340     05  EH-RUN-DATE            PIC 9(08).

001350 01  WS-EXCEPTION-HEADING-2.
001360     05  FILLER                 PIC X(03) VALUE SPACES.
001370     05  FILLER                 PIC X(18) VALUE 'EXCEPTION'.
001380     05  FILLER                 PIC X(10) VALUE 'ISSUE DATE'.
001390     05  FILLER                 PIC X(07) VALUE '    SEQ'.
001400     05  FILLER                 PIC X(20)
001410         VALUE '         BANK PAID'.
001420     05  FILLER                 PIC X(20)
001430         VALUE '            ISSUED'.
001440     05  FILLER                 PIC X(05) VALUE '  CCY'.
001450     05  FILLER                 PIC X(11) VALUE '  PAID DATE'.
001460     05  FILLER                 PIC X(18)
001470         VALUE '  BANK REFERENCE'.

001480 01  WS-EXCEPTION-DETAIL.
001490     05  FILLER                 PIC X(03) VALUE SPACES.
001500     05  ED-EXCEPTION-TYPE      PIC X(16).
001510     05  FILLER                 PIC X(02) VALUE SPACES.
001520     05  ED-ISSUE-DATE          PIC 9(08).
001530     05  FILLER                 PIC X(02) VALUE SPACES.
001540     05  ED-ISSUE-SEQ           PIC 9(05).
001550     05  FILLER                 PIC X(02) VALUE SPACES.
001560     05  ED-PAID-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  ED-ISSUED-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001590     05  FILLER                 PIC X(02) VALUE SPACES.
001600     05  ED-CURRENCY            PIC X(03).
001610     05  FILLER                 PIC X(03) VALUE SPACES.
001620     05  ED-PAID-DATE           PIC 9(08).
001630     05  FILLER                 PIC X(02) VALUE SPACES.
001640     05  ED-BANK-REFERENCE      PIC X(16).

001650 01  WS-OUTSTAND-HEADING-1.
001660     05  FILLER                 PIC X(03) VALUE SPACES.
001670     05  FILLER                 PIC X(37)
001680         VALUE 'OUTSTANDING VENDOR PAYMENTS - AS OF '.
001690     05  OH-AS-OF-DATE          PIC 9(08).
001700     05  FILLER                 PIC X(25)
001710         VALUE '   STALE-DATED AFTER    '.
001720     05  OH-STALE-DAYS          PIC ZZ9.
001730     05  FILLER                 PIC X(05) VALUE ' DAYS'.

001740 01  WS-OUTSTAND-HEADING-2.
001750     05  FILLER                 PIC X(03) VALUE SPACES.
001760     05  FILLER                 PIC X(10) VALUE 'ISSUE DATE'.
001770     05  FILLER                 PIC X(07) VALUE '    SEQ'.
001780     05  FILLER                 PIC X(12) VALUE '  VENDOR'.
001790     05  FILLER                 PIC X(32) VALUE 'PAYEE'.
001800     05  FILLER                 PIC X(20)
001810         VALUE '            AMOUNT'.
001820     05  FILLER                 PIC X(05) VALUE '  CCY'.
001830     05  FILLER                 PIC X(07) VALUE '   DAYS'.
001840     05  FILLER                 PIC X(10) VALUE '  BUCKET'.
001850     05  FILLER                 PIC X(11) VALUE 'FLAG'.

001860 01  WS-OUTSTAND-DETAIL.
001870     05  FILLER                 PIC X(03) VALUE SPACES.
001880     05  OD-ISSUE-DATE          PIC 9(08).
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  OD-ISSUE-SEQ           PIC 9(05).
001910     05  FILLER                 PIC X(02) VALUE SPACES.
001920     05  OD-VENDOR-ID           PIC X(10).
001930     05  FILLER                 PIC X(02) VALUE SPACES.
001940     05  OD-PAYEE-NAME          PIC X(30).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  OD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001970     05  FILLER                 PIC X(02) VALUE SPACES.
001980     05  OD-CURRENCY            PIC X(03).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  OD-DAYS-OUT            PIC ZZ,ZZ9.
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  OD-BUCKET              PIC X(08).
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  OD-FLAG                PIC X(11).

002050 01  WS-OUTSTAND-TOTAL.
002060     05  FILLER                 PIC X(05) VALUE SPACES.
002070     05  OT-LABEL               PIC X(30).
002080     05  OT-COUNT               PIC ZZZ,ZZ9.
002090     05  FILLER                 PIC X(03) VALUE SPACES.
002100     05  OT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

002110 PROCEDURE DIVISION.
002120*---------------------------------------------------------------*
002130 0000-MAINLINE.
002140*---------------------------------------------------------------*
002143     PERFORM 9700-LOG-STEP-START
002146          THRU 9700-LOG-STEP-START-EXIT.
002150     PERFORM 1000-INITIALIZE
002160          THRU 1000-INITIALIZE-EXIT.
002170     PERFORM 2000-APPLY-PAID-ITEM
002180          THRU 2000-APPLY-PAID-ITEM-EXIT
002190          UNTIL PAID-EOF.
002200     PERFORM 3000-LIST-OUTSTANDING
002210          THRU 3000-LIST-OUTSTANDING-EXIT.
002220     PERFORM 8000-PRINT-TOTALS
002230          THRU 8000-PRINT-TOTALS-EXIT.
002240     PERFORM 9000-TERMINATE
002250          THRU 9000-TERMINATE-EXIT.
002253     PERFORM 9710-LOG-STEP-END
002256          THRU 9710-LOG-STEP-END-EXIT.
002260     GOBACK.

002270*---------------------------------------------------------------*
002280 1000-INITIALIZE.
002290*---------------------------------------------------------------*
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002310     ACCEPT WS-RUN-TIME FROM TIME.
002320     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
002330     OPEN INPUT CONTROL-CARD-IN.
002340     READ CONTROL-CARD-IN
002350         AT END
002360             DISPLAY 'BANKRECN - NO CONTROL CARD, STALE-DATED AT '
002370                     '180 DAYS AS OF THE RUN DATE'
002380         NOT AT END
002390             IF CC-STALE-DAYS NUMERIC
002400                AND CC-STALE-DAYS > ZERO
002410                 MOVE CC-STALE-DAYS TO WS-STALE-DAYS
002420             END-IF
002430             IF CC-AS-OF-DATE NUMERIC
002440                AND CC-AS-OF-DATE > ZERO
002450                 MOVE CC-AS-OF-DATE TO WS-AS-OF-DATE
002460             END-IF
002470     END-READ.
002480     CLOSE CONTROL-CARD-IN.
002490     OPEN INPUT  PAID-IN
002500          I-O    ISSUED-REGISTER
002510          OUTPUT EXCEPTION-OUT
002520                 OUTSTAND-OUT.
002530     PERFORM 1100-CLEAR-BUCKET
002540          THRU 1100-CLEAR-BUCKET-EXIT
002550          VARYING WS-BKT-NDX FROM 1 BY 1
002560          UNTIL WS-BKT-NDX > 4.
002570     MOVE WS-RUN-DATE   TO EH-RUN-DATE.
002580     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING-1.
002590     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADING-2.
002600     MOVE WS-AS-OF-DATE TO OH-AS-OF-DATE.
002610     MOVE WS-STALE-DAYS TO OH-STALE-DAYS.
002620     WRITE OUTSTAND-LINE FROM WS-OUTSTAND-HEADING-1.
002630     WRITE OUTSTAND-LINE FROM WS-OUTSTAND-HEADING-2.
002640     READ PAID-IN
002650         AT END SET PAID-EOF TO TRUE
002660     END-READ.
002670 1000-INITIALIZE-EXIT.
002680     EXIT.

002690 1100-CLEAR-BUCKET.
002700     MOVE ZERO TO WS-BT-COUNT (WS-BKT-NDX)
002710                  WS-BT-AMOUNT (WS-BKT-NDX).
002720 1100-CLEAR-BUCKET-EXIT.
002730     EXIT.

002740*---------------------------------------------------------------*
002750*    ONE ITEM THE BANK PAID, AGAINST ITS ISSUE ON THE REGISTER.  *
002760*---------------------------------------------------------------*
002770 2000-APPLY-PAID-ITEM.
002780*---------------------------------------------------------------*
002790     ADD 1 TO WS-PAID-READ.
002800     MOVE 'N' TO WS-ISSUE-FOUND-SW.
002810     MOVE BK-ISSUE-DATE TO IP-ISSUE-DATE.
002820     MOVE BK-ISSUE-SEQ  TO IP-ISSUE-SEQ.
002830     READ ISSUED-REGISTER
002840         INVALID KEY
002850             CONTINUE
002860         NOT INVALID KEY
002870             SET WS-ISSUE-FOUND TO TRUE
002880     END-READ.
002890     IF NOT WS-ISSUE-FOUND
002900         ADD 1 TO WS-PAID-NOT-ISSUED
002910         MOVE 'PAID NOT ISSUED' TO WS-EXCEPTION-TYPE
002920         PERFORM 2500-WRITE-EXCEPTION
002930              THRU 2500-WRITE-EXCEPTION-EXIT
002940         GO TO 2000-READ-NEXT
002950     END-IF.
002960     ADD 1 TO IP-PRESENT-COUNT.
002970     IF IP-CLEARED
002980         ADD 1 TO WS-DUPLICATES
002990         MOVE 'DUPLICATE' TO WS-EXCEPTION-TYPE
003000         PERFORM 2500-WRITE-EXCEPTION
003010              THRU 2500-WRITE-EXCEPTION-EXIT
003020         PERFORM 2600-REWRITE-ISSUE
003030              THRU 2600-REWRITE-ISSUE-EXIT
003040         GO TO 2000-READ-NEXT
003050     END-IF.
003051     IF IP-CANCELLED
003052         ADD 1 TO WS-PAID-AFTER-VOID
003053         MOVE 'PAID AFTER VOID' TO WS-EXCEPTION-TYPE
003054         PERFORM 2500-WRITE-EXCEPTION
003055              THRU 2500-WRITE-EXCEPTION-EXIT
003056         PERFORM 2600-REWRITE-ISSUE
003057              THRU 2600-REWRITE-ISSUE-EXIT
003058         GO TO 2000-READ-NEXT
003059     END-IF.
003060     SET IP-CLEARED        TO TRUE.
003070     MOVE BK-PAID-DATE     TO IP-CLEARED-DATE.
003080     MOVE BK-PAID-AMOUNT   TO IP-CLEARED-AMOUNT.
003090     ADD 1 TO WS-ITEMS-CLEARED.
003100     IF BK-PAID-AMOUNT NOT = IP-AMOUNT
003110         ADD 1 TO WS-AMOUNT-MISMATCH
003120         MOVE 'AMOUNT MISMATCH' TO WS-EXCEPTION-TYPE
003130         PERFORM 2500-WRITE-EXCEPTION
003140              THRU 2500-WRITE-EXCEPTION-EXIT
003150     END-IF.
003160     PERFORM 2600-REWRITE-ISSUE
003170          THRU 2600-REWRITE-ISSUE-EXIT.
003180 2000-READ-NEXT.
003190     READ PAID-IN
003200         AT END SET PAID-EOF TO TRUE
003210     END-READ.
003220 2000-APPLY-PAID-ITEM-EXIT.
003230     EXIT.

003240 2500-WRITE-EXCEPTION.
003250     MOVE SPACES              TO WS-EXCEPTION-DETAIL.
003260     MOVE WS-EXCEPTION-TYPE   TO ED-EXCEPTION-TYPE.
003270     MOVE BK-ISSUE-DATE       TO ED-ISSUE-DATE.
003280     MOVE BK-ISSUE-SEQ        TO ED-ISSUE-SEQ.
003290     MOVE BK-PAID-AMOUNT      TO ED-PAID-AMOUNT.
003300     IF WS-ISSUE-FOUND
003310         MOVE IP-AMOUNT       TO ED-ISSUED-AMOUNT
003320     END-IF.
003330     MOVE BK-CURRENCY         TO ED-CURRENCY.
003340     MOVE BK-PAID-DATE        TO ED-PAID-DATE.
003350     MOVE BK-BANK-REFERENCE   TO ED-BANK-REFERENCE.
003360     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.
003370 2500-WRITE-EXCEPTION-EXIT.
003380     EXIT.

003390 2600-REWRITE-ISSUE.
003400     REWRITE ISSUED-PAYMENT-RECORD
003410         INVALID KEY
003420             DISPLAY 'BANKRECN - REWRITE FAILED FOR ISSUE '
003430                     IP-ISSUE-DATE ' ' IP-ISSUE-SEQ
003440     END-REWRITE.
003450 2600-REWRITE-ISSUE-EXIT.
003460     EXIT.

003470*---------------------------------------------------------------*
003480*    SWEEP THE WHOLE REGISTER IN KEY (ISSUE DATE) SEQUENCE AND   *
003490*    AGE EVERY ITEM STILL OUTSTANDING.                           *
003500*---------------------------------------------------------------*
003510 3000-LIST-OUTSTANDING.
003520*---------------------------------------------------------------*
003530     MOVE LOW-VALUES TO IP-KEY.
003540     START ISSUED-REGISTER KEY IS >= IP-KEY
003550         INVALID KEY
003560             GO TO 3000-LIST-OUTSTANDING-EXIT
003570     END-START.
003580     PERFORM 3100-AGE-ONE-ISSUE
003590          THRU 3100-AGE-ONE-ISSUE-EXIT
003600          UNTIL ISSREG-EOF.
003610 3000-LIST-OUTSTANDING-EXIT.
003620     EXIT.

003630 3100-AGE-ONE-ISSUE.
003640     READ ISSUED-REGISTER NEXT RECORD
003650         AT END
003660             SET ISSREG-EOF TO TRUE
003670             GO TO 3100-AGE-ONE-ISSUE-EXIT
003680     END-READ.
003690     IF NOT IP-OUTSTANDING
003700         GO TO 3100-AGE-ONE-ISSUE-EXIT
003710     END-IF.
003720     ADD 1 TO WS-OUTSTANDING.
003730     COMPUTE WS-DAYS-OUT =
003740             FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
003750           - FUNCTION INTEGER-OF-DATE (IP-ISSUE-DATE).
003760     IF WS-DAYS-OUT < ZERO
003770         MOVE ZERO TO WS-DAYS-OUT
003780     END-IF.
003790     EVALUATE TRUE
003800         WHEN WS-DAYS-OUT <= 30
003810             MOVE 1 TO WS-BKT-NDX
003820         WHEN WS-DAYS-OUT <= 60
003830             MOVE 2 TO WS-BKT-NDX
003840         WHEN WS-DAYS-OUT <= 90
003850             MOVE 3 TO WS-BKT-NDX
003860         WHEN OTHER
003870             MOVE 4 TO WS-BKT-NDX
003880     END-EVALUATE.
003890     ADD 1         TO WS-BT-COUNT (WS-BKT-NDX).
003900     ADD IP-AMOUNT TO WS-BT-AMOUNT (WS-BKT-NDX).
003910     MOVE SPACES            TO WS-OUTSTAND-DETAIL.
003920     MOVE IP-ISSUE-DATE     TO OD-ISSUE-DATE.
003930     MOVE IP-ISSUE-SEQ      TO OD-ISSUE-SEQ.
003940     MOVE IP-VENDOR-ID      TO OD-VENDOR-ID.
003950     MOVE IP-PAYEE-NAME     TO OD-PAYEE-NAME.
003960     MOVE IP-AMOUNT         TO OD-AMOUNT.
003970     MOVE IP-CURRENCY       TO OD-CURRENCY.
003980     MOVE WS-DAYS-OUT       TO OD-DAYS-OUT.
003990     MOVE WS-BKT-LABEL (WS-BKT-NDX) TO OD-BUCKET.
004000     IF WS-DAYS-OUT > WS-STALE-DAYS
004010         ADD 1 TO WS-STALE-DATED
004020         ADD IP-AMOUNT TO WS-STALE-AMOUNT
004030         MOVE 'STALE-DATED' TO OD-FLAG
004040     END-IF.
004050     WRITE OUTSTAND-LINE FROM WS-OUTSTAND-DETAIL.
004060 3100-AGE-ONE-ISSUE-EXIT.
004070     EXIT.

004080*---------------------------------------------------------------*
004090 8000-PRINT-TOTALS.
004100*---------------------------------------------------------------*
004110     MOVE SPACES TO OUTSTAND-LINE.
004120     WRITE OUTSTAND-LINE.
004130     PERFORM 8100-PRINT-BUCKET
004140          THRU 8100-PRINT-BUCKET-EXIT
004150          VARYING WS-BKT-NDX FROM 1 BY 1
004160          UNTIL WS-BKT-NDX > 4.
004170     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004180     MOVE 'STALE-DATED'            TO OT-LABEL.
004190     MOVE WS-STALE-DATED           TO OT-COUNT.
004200     MOVE WS-STALE-AMOUNT          TO OT-AMOUNT.
004210     WRITE OUTSTAND-LINE FROM WS-OUTSTAND-TOTAL.
004220     MOVE SPACES TO EXCEPTION-LINE.
004230     WRITE EXCEPTION-LINE.
004240     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004250     MOVE 'PAID ITEMS READ'        TO OT-LABEL.
004260     MOVE WS-PAID-READ             TO OT-COUNT.
004270     WRITE EXCEPTION-LINE FROM WS-OUTSTAND-TOTAL.
004280     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004290     MOVE 'ITEMS CLEARED'          TO OT-LABEL.
004300     MOVE WS-ITEMS-CLEARED         TO OT-COUNT.
004310     WRITE EXCEPTION-LINE FROM WS-OUTSTAND-TOTAL.
004320     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004330     MOVE 'PAID NOT ISSUED'        TO OT-LABEL.
004340     MOVE WS-PAID-NOT-ISSUED       TO OT-COUNT.
004350     WRITE EXCEPTION-LINE FROM WS-OUTSTAND-TOTAL.
004360     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004370     MOVE 'AMOUNT MISMATCHES'      TO OT-LABEL.
004380     MOVE WS-AMOUNT-MISMATCH       TO OT-COUNT.
004390     WRITE EXCEPTION-LINE FROM WS-OUTSTAND-TOTAL.
004400     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004410     MOVE 'DUPLICATES'             TO OT-LABEL.
004420     MOVE WS-DUPLICATES            TO OT-COUNT.
004430     WRITE EXCEPTION-LINE FROM WS-OUTSTAND-TOTAL.
004432     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004434     MOVE 'PAID AFTER VOID'        TO OT-LABEL.
004436     MOVE WS-PAID-AFTER-VOID       TO OT-COUNT.
004438     WRITE EXCEPTION-LINE FROM WS-OUTSTAND-TOTAL.
004440 8000-PRINT-TOTALS-EXIT.
004450     EXIT.

004460 8100-PRINT-BUCKET.
004470     MOVE SPACES                   TO WS-OUTSTAND-TOTAL.
004480     STRING 'OUTSTANDING ' WS-BKT-LABEL (WS-BKT-NDX) ' DAYS'
004490            DELIMITED BY SIZE INTO OT-LABEL.
004500     MOVE WS-BT-COUNT (WS-BKT-NDX)  TO OT-COUNT.
004510     MOVE WS-BT-AMOUNT (WS-BKT-NDX) TO OT-AMOUNT.
004520     WRITE OUTSTAND-LINE FROM WS-OUTSTAND-TOTAL.
004530 8100-PRINT-BUCKET-EXIT.
004540     EXIT.

004550*---------------------------------------------------------------*
004560 9000-TERMINATE.
004570*---------------------------------------------------------------*
004580     DISPLAY 'BANKRECN - PAID ITEMS READ......: '
004590              WS-PAID-READ.
004600     DISPLAY 'BANKRECN - ITEMS CLEARED........: '
004610              WS-ITEMS-CLEARED.
004620     DISPLAY 'BANKRECN - PAID NOT ISSUED......: '
004630              WS-PAID-NOT-ISSUED.
004640     DISPLAY 'BANKRECN - AMOUNT MISMATCHES....: '
004650              WS-AMOUNT-MISMATCH.
004660     DISPLAY 'BANKRECN - DUPLICATES...........: '
004670              WS-DUPLICATES.
004673     DISPLAY 'BANKRECN - PAID AFTER VOID......: '
004676              WS-PAID-AFTER-VOID.
004680     DISPLAY 'BANKRECN - ITEMS OUTSTANDING....: '
004690              WS-OUTSTANDING.
004700     DISPLAY 'BANKRECN - STALE-DATED..........: '
004710              WS-STALE-DATED.
004720     CLOSE PAID-IN ISSUED-REGISTER EXCEPTION-OUT OUTSTAND-OUT.
004730 9000-TERMINATE-EXIT.
004740     EXIT.

004750*---------------------------------------------------------------*
004760*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
004770*---------------------------------------------------------------*
004780 9700-LOG-STEP-START.
004790*---------------------------------------------------------------*
004800     MOVE SPACES            TO EXECUTION-LOG-RECORD.
004810     MOVE 'BANKRECN'        TO EX-JOB-NAME.
004820     SET EX-STEP-START      TO TRUE.
004830     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
004840     ACCEPT EX-RUN-TIME FROM TIME.
004850     MOVE ZERO              TO EX-RECORDS-READ
004860                               EX-RECORDS-WRITTEN
004870                               EX-REJECT-COUNT
004880                               EX-COMPLETION-CODE.
004890     OPEN EXTEND EXEC-LOG-OUT.
004900     WRITE EXECUTION-LOG-RECORD.
004910     CLOSE EXEC-LOG-OUT.
004920 9700-LOG-STEP-START-EXIT.
004930     EXIT.

004940*---------------------------------------------------------------*
004950*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
004960*    ENDING WITH.                                               *
004970*---------------------------------------------------------------*
004980 9710-LOG-STEP-END.
004990*---------------------------------------------------------------*
005000     MOVE SPACES            TO EXECUTION-LOG-RECORD.
005010     MOVE 'BANKRECN'        TO EX-JOB-NAME.
005020     SET EX-STEP-END        TO TRUE.
005030     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
005040     ACCEPT EX-RUN-TIME FROM TIME.
005050     MOVE WS-PAID-READ      TO EX-RECORDS-READ.
005060     MOVE WS-ITEMS-CLEARED  TO EX-RECORDS-WRITTEN.
005070     COMPUTE EX-REJECT-COUNT = WS-PAID-NOT-ISSUED
005080                             + WS-AMOUNT-MISMATCH
005090                             + WS-DUPLICATES
005100                             + WS-PAID-AFTER-VOID.
005110     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
005120     OPEN EXTEND EXEC-LOG-OUT.
005130     WRITE EXECUTION-LOG-RECORD.
005140     CLOSE EXEC-LOG-OUT.
005150 9710-LOG-STEP-END-EXIT.
005160     EXIT.
