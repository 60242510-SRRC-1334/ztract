000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RUNSTAT.
000120 AUTHOR.        J L HARRIS.
000130 INSTALLATION.  TECHNICAL SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY
000180*  DATE       INIT  DESCRIPTION
000190*  ---------  ----  ---------------------------------------------
000200*  2026-10-15 JLH   INITIAL VERSION - NIGHTLY BATCH RUN-STATUS
000210*                   REPORT.  EVERY STEP NOW WRITES A START AND
000220*                   AN END RECORD TO THE COMMON EXECUTION LOG
000230*                   (COPY EXECLOG); THIS IS THE MORNING CHECK
000240*                   OF THAT LOG AGAINST THE SCHEDULED-JOB LIST
000250*                   (COPY JOBSCHED), SO A STEP THAT NEVER RAN OR
000260*                   WENT QUIET IS SEEN BEFORE THE USERS SEE IT.
000270*****************************************************************
000280*  REMARKS.
000290*      THE NIGHT IS NAMED BY THE DATE IT BEGAN ON AND RUNS FOR
000300*      24 HOURS FROM THE WINDOW-OPEN TIME (18:00:00 UNLESS THE
000310*      CONTROL CARD SAYS OTHERWISE).  WITH NO CONTROL CARD THE
000320*      NIGHT REPORTED IS THE ONE THAT BEGAN YESTERDAY.
000330*
000340*      THE WHOLE EXECUTION LOG IS READ IN THE ORDER IT WAS
000350*      WRITTEN.  RECORDS BEFORE THE WINDOW ARE HISTORY: FOR EACH
000360*      JOB THE LAST FIVE RUNS THAT ENDED WITH A COMPLETION CODE
000370*      OF 4 OR LESS ARE KEPT AS ITS RECENT AVERAGE.  RECORDS IN
000380*      THE WINDOW ARE TONIGHT'S RUNS, PAIRED START TO END BY JOB
000390*      NAME.  RECORDS AFTER THE WINDOW ARE PASSED OVER, AS ARE
000400*      THIS PROGRAM'S OWN.
000410*
000420*      EVERY RUN IS LISTED IN START ORDER WITH ITS COUNTS AND
000430*      COMPLETION CODE, FLAGGED WHERE:
000440*          - NO-END   IT STARTED BUT NEVER WROTE AN END RECORD
000450*                     (ABENDED, CANCELLED, OR STILL RUNNING)
000460*          - RC>4     IT ENDED WITH A COMPLETION CODE OVER 4
000470*          - SEQ      A SCHEDULED JOB STARTED AFTER A JOB THAT
000480*                     COMES LATER IN THE SCHEDULE.  A RERUN OF
000490*                     A JOB THAT ALREADY RAN TONIGHT IS NOT
000500*                     FLAGGED - ITS FIRST RUN ALREADY WAS
000510*          - UNSCHED  THE JOB IS NOT ON THE SCHEDULE, OR IS NOT
000520*                     DUE ON THIS NIGHT
000530*          - LONG     IT RAN AT LEAST A MINUTE AND LONGER THAN
000540*                     THE LONG-RUN PERCENTAGE (DEFAULT 200) OF
000550*                     ITS RECENT AVERAGE
000560*          - LOW-OUT  IT ENDED NORMALLY BUT WROTE FEWER RECORDS
000570*                     THAN THE LOW-OUTPUT PERCENTAGE (DEFAULT 50)
000580*                     OF ITS RECENT AVERAGE
000590*      A JOB WITH NO HISTORY, OR WHOSE AVERAGE OUTPUT IS ZERO,
000600*      IS NEVER FLAGGED LONG OR LOW-OUT.
000610*
000620*      A SECOND SECTION LISTS EVERY JOB DUE TONIGHT THAT HAS NO
000630*      RUN IN THE WINDOW.  DAILY JOBS ARE ALWAYS DUE; WEEKLY JOBS
000640*      ON THEIR DAY OF THE WEEK (1 = MONDAY); MONTHLY JOBS ON
000650*      THEIR DAY OF THE MONTH - ALL TAKEN FROM THE NIGHT DATE.
000660*****************************************************************
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.   IBM-370.
000700 OBJECT-COMPUTER.   IBM-370.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT CONTROL-CARD-IN ASSIGN TO CTLCARD
000740            ORGANIZATION IS SEQUENTIAL.
000750     SELECT SCHEDULE-IN     ASSIGN TO JOBSCHED
000760            ORGANIZATION IS SEQUENTIAL.
000770     SELECT OPTIONAL
000780            EXEC-LOG-IN     ASSIGN TO EXECLOG
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS WS-EXECLOG-IN-STATUS.
000810     SELECT REPORT-OUT      ASSIGN TO RPTOUT
000820            ORGANIZATION IS SEQUENTIAL.
000830     SELECT OPTIONAL
000840            EXEC-LOG-OUT    ASSIGN TO EXECLOG
000850            ORGANIZATION IS SEQUENTIAL
000860            FILE STATUS IS WS-EXECLOG-STATUS.

000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CONTROL-CARD-IN
000900     LABEL RECORDS ARE STANDARD.
000910 01  CONTROL-CARD-RECORD.
000920     05  CC-NIGHT-DATE             PIC 9(08).
000930     05  CC-WINDOW-START           PIC 9(06).
000940     05  CC-LONG-RUN-PCT           PIC 9(03).
000950     05  CC-LOW-OUTPUT-PCT         PIC 9(03).
000960     05  FILLER                    PIC X(60).

000970 FD  SCHEDULE-IN
000980     LABEL RECORDS ARE STANDARD.
000990 COPY JOBSCHED.

001000 FD  EXEC-LOG-IN
001010     LABEL RECORDS ARE STANDARD.
001020 COPY EXECLOG REPLACING ==EXECUTION-LOG-RECORD==
001030                     BY ==EXEC-LOG-IN-RECORD==
001040                        ==EX-JOB-NAME==
001050                     BY ==EXI-JOB-NAME==
001060                        ==EX-RECORD-TYPE==
001070                     BY ==EXI-RECORD-TYPE==
001080                        ==EX-STEP-START==
001090                     BY ==EXI-STEP-START==
001100                        ==EX-STEP-END==
001110                     BY ==EXI-STEP-END==
001120                        ==EX-RUN-DATE==
001130                     BY ==EXI-RUN-DATE==
001140                        ==EX-RUN-TIME==
001150                     BY ==EXI-RUN-TIME==
001160                        ==EX-RECORDS-READ==
001170                     BY ==EXI-RECORDS-READ==
001180                        ==EX-RECORDS-WRITTEN==
001190                     BY ==EXI-RECORDS-WRITTEN==
001200                        ==EX-REJECT-COUNT==
001210                     BY ==EXI-REJECT-COUNT==
001220                        ==EX-COMPLETION-CODE==
001230                     BY ==EXI-COMPLETION-CODE==.

001240 FD  REPORT-OUT
001250     LABEL RECORDS ARE STANDARD.
001260 01  REPORT-LINE                   PIC X(132).

001270 FD  EXEC-LOG-OUT
001280     LABEL RECORDS ARE STANDARD.
001290 COPY EXECLOG.

001300 WORKING-STORAGE SECTION.
001310 01  WS-EXECLOG-IN-STATUS      PIC X(02)  VALUE SPACES.
001320 01  WS-EXECLOG-STATUS         PIC X(02)  VALUE SPACES.

001330 01  WS-SWITCHES.
001340     05  WS-INPUT-EOF          PIC X(01)  VALUE 'N'.
001350         88  INPUT-EOF                    VALUE 'Y'.
001360     05  WS-TABLE-FULL-SW      PIC X(01)  VALUE 'N'.
001370         88  WS-TABLE-FULL                VALUE 'Y'.
001380     05  WS-JOB-FOUND-SW       PIC X(01)  VALUE 'N'.
001390         88  WS-JOB-FOUND                 VALUE 'Y'.

001400 01  WS-COUNTERS                          COMP.
001410     05  WS-SCHED-READ         PIC 9(09)  VALUE ZERO.
001420     05  WS-JOBS-DUE           PIC 9(09)  VALUE ZERO.
001430     05  WS-JOBS-MISSING       PIC 9(09)  VALUE ZERO.
001440     05  WS-LOG-READ           PIC 9(09)  VALUE ZERO.
001450     05  WS-LOG-HISTORY        PIC 9(09)  VALUE ZERO.
001460     05  WS-LOG-PASSED-OVER    PIC 9(09)  VALUE ZERO.
001470     05  WS-LOG-UNREADABLE     PIC 9(09)  VALUE ZERO.
001480     05  WS-ORPHAN-ENDS        PIC 9(09)  VALUE ZERO.
001490     05  WS-RUNS-NO-END        PIC 9(09)  VALUE ZERO.
001500     05  WS-RUNS-ABNORMAL      PIC 9(09)  VALUE ZERO.
001510     05  WS-RUNS-OUT-OF-SEQ    PIC 9(09)  VALUE ZERO.
001520     05  WS-RUNS-UNSCHEDULED   PIC 9(09)  VALUE ZERO.
001530     05  WS-RUNS-LONG          PIC 9(09)  VALUE ZERO.
001540     05  WS-RUNS-LOW-OUTPUT    PIC 9(09)  VALUE ZERO.
001550     05  WS-JOB-COUNT          PIC 9(04)  VALUE ZERO.
001560     05  WS-JOB-NDX            PIC 9(04)  VALUE ZERO.
001570     05  WS-RUN-COUNT          PIC 9(04)  VALUE ZERO.
001580     05  WS-RUN-NDX            PIC 9(04)  VALUE ZERO.
001590     05  WS-HIST-NDX           PIC 9(02)  VALUE ZERO.
001600     05  WS-HIGH-SEQUENCE      PIC 9(04)  VALUE ZERO.

001610 01  WS-RUN-DATE               PIC 9(08)  VALUE ZERO.
001620 01  WS-RUN-TIME               PIC 9(08)  VALUE ZERO.
001630 01  WS-NIGHT-DATE             PIC 9(08)  VALUE ZERO.
001640 01  WS-NIGHT-DATE-PARTS REDEFINES WS-NIGHT-DATE.
001650     05  WS-NIGHT-YYYY         PIC 9(04).
001660     05  WS-NIGHT-MM           PIC 9(02).
001670     05  WS-NIGHT-DD           PIC 9(02).
001680 01  WS-NIGHT-WEEKDAY          PIC 9(01)  VALUE ZERO.
001690 01  WS-WINDOW-START           PIC 9(06)  VALUE 180000.
001700 01  WS-LONG-RUN-PCT           PIC 9(03)  VALUE 200.
001710 01  WS-LOW-OUTPUT-PCT         PIC 9(03)  VALUE 50.
001720 01  WS-SEARCH-NAME            PIC X(08)  VALUE SPACES.

001730*----------------------------------------------------------------
001740*    POINTS IN TIME ARE CARRIED AS SECONDS SINCE THE START OF
001750*    THE INTEGER-OF-DATE CALENDAR, SO A STEP THAT RUNS OVER
001760*    MIDNIGHT TIMES CORRECTLY.
001770*----------------------------------------------------------------
001780 01  WS-TIME-FIELDS                       COMP.
001790     05  WS-DAY-NR             PIC 9(07)  VALUE ZERO.
001800     05  WS-DAY-OFFSET         PIC 9(07)  VALUE ZERO.
001810     05  WS-WEEK-COUNT         PIC 9(07)  VALUE ZERO.
001820     05  WS-WINDOW-START-SECS  PIC 9(12)  VALUE ZERO.
001830     05  WS-WINDOW-END-SECS    PIC 9(12)  VALUE ZERO.
001840     05  WS-EVENT-SECS         PIC 9(12)  VALUE ZERO.
001850     05  WS-ELAPSED-REST       PIC 9(09)  VALUE ZERO.
001860     05  WS-ELAPSED-HH         PIC 9(09)  VALUE ZERO.
001870     05  WS-ELAPSED-MM         PIC 9(02)  VALUE ZERO.
001880     05  WS-ELAPSED-SS         PIC 9(02)  VALUE ZERO.
001890     05  WS-HIST-ELAPSED-SUM   PIC 9(11)  VALUE ZERO.
001900     05  WS-HIST-WRITTEN-SUM   PIC 9(11)  VALUE ZERO.
001910     05  WS-AVG-ELAPSED        PIC 9(09)  VALUE ZERO.
001920     05  WS-AVG-WRITTEN        PIC 9(09)  VALUE ZERO.

001930 01  WS-TIME-WORK              PIC 9(08)  VALUE ZERO.
001940 01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
001950     05  WS-TW-HH              PIC 9(02).
001960     05  WS-TW-MM              PIC 9(02).
001970     05  WS-TW-SS              PIC 9(02).
001980     05  WS-TW-HS              PIC 9(02).

001990*----------------------------------------------------------------
002000*    ONE ENTRY PER JOB - THE SCHEDULE FIRST, IN ITS OWN ORDER,
002010*    THEN ANY OTHER JOB FOUND ON THE LOG.  EACH KEEPS A RING OF
002020*    ITS LAST FIVE NORMAL RUNS BEFORE THE WINDOW.
002030*----------------------------------------------------------------
002040 01  WS-JOB-TABLE.
002050     05  WS-JOB-ENTRY OCCURS 1 TO 300 TIMES
002060                      DEPENDING ON WS-JOB-COUNT.
002070         10  JB-JOB-NAME           PIC X(08).
002080         10  JB-SEQUENCE           PIC 9(04).
002090         10  JB-FREQUENCY          PIC X(01).
002100         10  JB-DESCRIPTION        PIC X(30).
002110         10  JB-DUE-SW             PIC X(01).
002120             88  JB-DUE                       VALUE 'Y'.
002130         10  JB-RUNS-TONIGHT       PIC 9(04)  COMP.
002140         10  JB-OPEN-RUN           PIC 9(04)  COMP.
002150         10  JB-HIST-OPEN-SW       PIC X(01).
002160             88  JB-HIST-OPEN                 VALUE 'Y'.
002170         10  JB-HIST-START-DATE    PIC 9(08).
002180         10  JB-HIST-START-TIME    PIC 9(08).
002190         10  JB-HIST-START-SECS    PIC 9(12)  COMP.
002200         10  JB-HIST-COUNT         PIC 9(02)  COMP.
002210         10  JB-HIST-NEXT          PIC 9(02)  COMP.
002220         10  JB-HIST-RUN OCCURS 5 TIMES.
002230             15  JB-HIST-ELAPSED   PIC 9(09)  COMP.
002240             15  JB-HIST-WRITTEN   PIC 9(09)  COMP.

002250*----------------------------------------------------------------
002260*    TONIGHT'S RUNS IN THE ORDER THEY STARTED.
002270*----------------------------------------------------------------
002280 01  WS-RUN-TABLE.
002290     05  WS-RUN-ENTRY OCCURS 1 TO 1000 TIMES
002300                      DEPENDING ON WS-RUN-COUNT.
002310         10  RN-JOB-NDX            PIC 9(04)  COMP.
002320         10  RN-START-DATE         PIC 9(08).
002330         10  RN-START-TIME         PIC 9(08).
002340         10  RN-START-SECS         PIC 9(12)  COMP.
002350         10  RN-ENDED-SW           PIC X(01).
002360             88  RN-ENDED                     VALUE 'Y'.
002370         10  RN-OUT-OF-SEQ-SW      PIC X(01).
002380             88  RN-OUT-OF-SEQ                VALUE 'Y'.
002390         10  RN-END-TIME           PIC 9(08).
002400         10  RN-ELAPSED            PIC 9(09)  COMP.
002410         10  RN-RECORDS-READ       PIC 9(09)  COMP.
002420         10  RN-RECORDS-WRITTEN    PIC 9(09)  COMP.
002430         10  RN-REJECT-COUNT       PIC 9(09)  COMP.
002440         10  RN-COMPLETION-CODE    PIC 9(04).

002450 01  WS-TIME-EDIT.
002460     05  TE-HH                  PIC 9(02).
002470     05  FILLER                 PIC X(01) VALUE ':'.
002480     05  TE-MM                  PIC 9(02).
002490     05  FILLER                 PIC X(01) VALUE ':'.
002500     05  TE-SS                  PIC 9(02).

002510 01  WS-ELAPSED-EDIT.
002520     05  EE-HH                  PIC ZZ9.
002530     05  FILLER                 PIC X(01) VALUE ':'.
002540     05  EE-MM                  PIC 9(02).
002550     05  FILLER                 PIC X(01) VALUE ':'.
002560     05  EE-SS                  PIC 9(02).

002570 01  WS-REPORT-HEADING.
002580     05  FILLER                 PIC X(03) VALUE SPACES.
002590     05  FILLER                 PIC X(36)
002600         VALUE 'NIGHTLY BATCH RUN STATUS  NIGHT OF '.
002610     05  RH-NIGHT-DATE          PIC 9(08).
002620     05  FILLER                 PIC X(16)
002630         VALUE '  WINDOW OPENS '.
002640     05  RH-WINDOW-START        PIC X(08).
002650     05  FILLER                 PIC X(12)
002660         VALUE '  RUN DATE '.
002670     05  RH-RUN-DATE            PIC 9(08).

002680 01  WS-RUN-HEADING.
002690     05  FILLER                 PIC X(03) VALUE SPACES.
002700     05  FILLER                 PIC X(10) VALUE 'JOB'.
002710     05  FILLER                 PIC X(06) VALUE ' SEQ'.
002720     05  FILLER                 PIC X(10) VALUE 'STARTED'.
002730     05  FILLER                 PIC X(10) VALUE 'AT'.
002740     05  FILLER                 PIC X(10) VALUE 'ENDED'.
002750     05  FILLER                 PIC X(11) VALUE '  ELAPSED'.
002760     05  FILLER                 PIC X(13) VALUE '       READ'.
002770     05  FILLER                 PIC X(13) VALUE '    WRITTEN'.
002780     05  FILLER                 PIC X(13) VALUE '    REJECTS'.
002790     05  FILLER                 PIC X(06) VALUE '  CC'.
002800     05  FILLER                 PIC X(05) VALUE 'FLAGS'.

002810 01  WS-RUN-DETAIL.
002820     05  FILLER                 PIC X(03) VALUE SPACES.
002830     05  RD-JOB-NAME            PIC X(08).
002840     05  FILLER                 PIC X(02) VALUE SPACES.
002850     05  RD-SEQUENCE            PIC ZZZ9.
002860     05  RD-SEQUENCE-X REDEFINES RD-SEQUENCE
002870                                PIC X(04).
002880     05  FILLER                 PIC X(02) VALUE SPACES.
002890     05  RD-START-DATE          PIC 9(08).
002900     05  FILLER                 PIC X(02) VALUE SPACES.
002910     05  RD-START-TIME          PIC X(08).
002920     05  FILLER                 PIC X(02) VALUE SPACES.
002930     05  RD-END-TIME            PIC X(08).
002940     05  FILLER                 PIC X(02) VALUE SPACES.
002950     05  RD-ELAPSED             PIC X(09).
002960     05  FILLER                 PIC X(02) VALUE SPACES.
002970     05  RD-RECORDS-READ        PIC ZZZ,ZZZ,ZZ9.
002980     05  RD-RECORDS-READ-X REDEFINES RD-RECORDS-READ
002990                                PIC X(11).
003000     05  FILLER                 PIC X(02) VALUE SPACES.
003010     05  RD-RECORDS-WRITTEN     PIC ZZZ,ZZZ,ZZ9.
003020     05  RD-RECORDS-WRITTEN-X REDEFINES RD-RECORDS-WRITTEN
003030                                PIC X(11).
003040     05  FILLER                 PIC X(02) VALUE SPACES.
003050     05  RD-REJECT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003060     05  RD-REJECT-COUNT-X REDEFINES RD-REJECT-COUNT
003070                                PIC X(11).
003080     05  FILLER                 PIC X(02) VALUE SPACES.
003090     05  RD-COMPLETION-CODE     PIC ZZZ9.
003100     05  RD-COMPLETION-CODE-X REDEFINES RD-COMPLETION-CODE
003110                                PIC X(04).
003120     05  FILLER                 PIC X(02) VALUE SPACES.
003130     05  RD-STATUS-FLAG         PIC X(07).
003140     05  RD-ORDER-FLAG          PIC X(08).
003150     05  RD-LONG-FLAG           PIC X(05).
003160     05  RD-LOW-FLAG            PIC X(07).

003170 01  WS-NO-RUNS-LINE.
003180     05  FILLER                 PIC X(03) VALUE SPACES.
003190     05  FILLER                 PIC X(32)
003200         VALUE 'NO STEPS STARTED IN THE WINDOW'.

003210 01  WS-MISSING-HEADING.
003220     05  FILLER                 PIC X(03) VALUE SPACES.
003230     05  FILLER                 PIC X(40)
003240         VALUE 'JOBS DUE TONIGHT THAT DID NOT RUN'.

003250 01  WS-MISSING-COLUMNS.
003260     05  FILLER                 PIC X(03) VALUE SPACES.
003270     05  FILLER                 PIC X(06) VALUE ' SEQ'.
003280     05  FILLER                 PIC X(10) VALUE 'JOB'.
003290     05  FILLER                 PIC X(10) VALUE 'RUNS'.
003300     05  FILLER                 PIC X(11) VALUE 'DESCRIPTION'.

003310 01  WS-MISSING-DETAIL.
003320     05  FILLER                 PIC X(03) VALUE SPACES.
003330     05  MD-SEQUENCE            PIC ZZZ9.
003340     05  FILLER                 PIC X(02) VALUE SPACES.
003350     05  MD-JOB-NAME            PIC X(08).
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  MD-FREQUENCY           PIC X(08).
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  MD-DESCRIPTION         PIC X(30).

003400 01  WS-NONE-MISSING-LINE.
003410     05  FILLER                 PIC X(03) VALUE SPACES.
003420     05  FILLER                 PIC X(40)
003430         VALUE 'NONE - EVERY JOB DUE TONIGHT RAN'.

003440 01  WS-LEGEND-LINES.
003450     05  FILLER                 PIC X(56) VALUE
003460         'FLAGS: NO-END  NO END RECORD (ABENDED OR RUNNING)'.
003470     05  FILLER                 PIC X(56) VALUE
003480         '       RC>4    ENDED WITH A COMPLETION CODE OVER 4'.
003490     05  FILLER                 PIC X(56) VALUE
003500         '       SEQ     STARTED AHEAD OF ITS SCHEDULE ORDER'.
003510     05  FILLER                 PIC X(56) VALUE
003520         '       UNSCHED NOT SCHEDULED, OR NOT DUE TONIGHT'.
003530     05  FILLER                 PIC X(56) VALUE
003540         '       LONG    OVER LONG-RUN PCT OF RECENT AVERAGE'.
003550     05  FILLER                 PIC X(56) VALUE
003560         '       LOW-OUT WROTE UNDER LOW-OUTPUT PCT OF AVERAGE'.
003570 01  WS-LEGEND-TABLE REDEFINES WS-LEGEND-LINES.
003580     05  WS-LEGEND-TEXT         PIC X(56) OCCURS 6 TIMES.

003590 01  WS-LEGEND-LINE.
003600     05  FILLER                 PIC X(03) VALUE SPACES.
003610     05  LL-TEXT                PIC X(56).

003620 01  WS-SUMMARY-LINE.
003630     05  FILLER                 PIC X(03) VALUE SPACES.
003640     05  SL-LABEL               PIC X(40).
003650     05  SL-COUNT               PIC ZZZ,ZZZ,ZZ9.

003660 PROCEDURE DIVISION.
003670*---------------------------------------------------------------*
003680 0000-MAINLINE.
003690*---------------------------------------------------------------*
003700     PERFORM 9700-LOG-STEP-START
003710          THRU 9700-LOG-STEP-START-EXIT.
003720     PERFORM 1000-INITIALIZE
003730          THRU 1000-INITIALIZE-EXIT.
003740     PERFORM 2000-READ-LOG
003750          THRU 2000-READ-LOG-EXIT
003760          UNTIL INPUT-EOF
003770             OR WS-TABLE-FULL.
003780     IF WS-TABLE-FULL
003790         DISPLAY 'RUNSTAT - MORE THAN 300 JOBS OR 1000 RUNS - '
003800                 'FAILING THE STEP'
003810         CLOSE EXEC-LOG-IN REPORT-OUT
003820         MOVE 16 TO RETURN-CODE
003830         PERFORM 9710-LOG-STEP-END
003840              THRU 9710-LOG-STEP-END-EXIT
003850         GOBACK
003860     END-IF.
003870     IF WS-RUN-COUNT = ZERO
003880         WRITE REPORT-LINE FROM WS-NO-RUNS-LINE
003890     ELSE
003900         PERFORM 3000-PRINT-RUN
003910              THRU 3000-PRINT-RUN-EXIT
003920              VARYING WS-RUN-NDX FROM 1 BY 1
003930              UNTIL WS-RUN-NDX > WS-RUN-COUNT
003940     END-IF.
003950     PERFORM 4000-PRINT-MISSING
003960          THRU 4000-PRINT-MISSING-EXIT.
003970     PERFORM 8000-PRINT-SUMMARY
003980          THRU 8000-PRINT-SUMMARY-EXIT.
003990     PERFORM 9000-TERMINATE
004000          THRU 9000-TERMINATE-EXIT.
004010     PERFORM 9710-LOG-STEP-END
004020          THRU 9710-LOG-STEP-END-EXIT.
004030     GOBACK.

004040*---------------------------------------------------------------*
004050*    THE CONTROL CARD, THE NIGHT'S WINDOW, AND THE SCHEDULE.    *
004060*---------------------------------------------------------------*
004070 1000-INITIALIZE.
004080*---------------------------------------------------------------*
004090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004100     ACCEPT WS-RUN-TIME FROM TIME.
004110     COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
004120             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1).
004130     OPEN INPUT CONTROL-CARD-IN.
004140     READ CONTROL-CARD-IN
004150         AT END
004160             DISPLAY 'RUNSTAT - NO CONTROL CARD, REPORTING LAST '
004170                     'NIGHT WITH THE STANDARD THRESHOLDS'
004180         NOT AT END
004190             PERFORM 1050-APPLY-CONTROL-CARD
004200                  THRU 1050-APPLY-CONTROL-CARD-EXIT
004210     END-READ.
004220     CLOSE CONTROL-CARD-IN.
004230     COMPUTE WS-DAY-NR =
004240             FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE).
004250*    DAY 1 OF THE INTEGER-OF-DATE CALENDAR (1601-01-01) WAS A
004260*    MONDAY.
004270     COMPUTE WS-DAY-OFFSET = WS-DAY-NR - 1.
004280     DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-COUNT
004290            REMAINDER WS-NIGHT-WEEKDAY.
004300     ADD 1 TO WS-NIGHT-WEEKDAY.
004310     COMPUTE WS-TIME-WORK = WS-WINDOW-START * 100.
004320     COMPUTE WS-WINDOW-START-SECS = WS-DAY-NR * 86400
004330                                  + WS-TW-HH * 3600
004340                                  + WS-TW-MM * 60
004350                                  + WS-TW-SS.
004360     COMPUTE WS-WINDOW-END-SECS = WS-WINDOW-START-SECS + 86400.
004370     OPEN INPUT  SCHEDULE-IN
004380                 EXEC-LOG-IN
004390          OUTPUT REPORT-OUT.
004400     MOVE 'N' TO WS-INPUT-EOF.
004410     PERFORM 1100-LOAD-SCHEDULE
004420          THRU 1100-LOAD-SCHEDULE-EXIT
004430          UNTIL INPUT-EOF
004440             OR WS-TABLE-FULL.
004450     CLOSE SCHEDULE-IN.
004460     MOVE 'N' TO WS-INPUT-EOF.
004470     MOVE WS-NIGHT-DATE TO RH-NIGHT-DATE.
004480     PERFORM 8300-EDIT-TIME
004490          THRU 8300-EDIT-TIME-EXIT.
004500     MOVE WS-TIME-EDIT  TO RH-WINDOW-START.
004510     MOVE WS-RUN-DATE   TO RH-RUN-DATE.
004520     WRITE REPORT-LINE FROM WS-REPORT-HEADING.
004530     MOVE SPACES TO REPORT-LINE.
004540     WRITE REPORT-LINE.
004550     WRITE REPORT-LINE FROM WS-RUN-HEADING.
004560 1000-INITIALIZE-EXIT.
004570     EXIT.

004580 1050-APPLY-CONTROL-CARD.
004590     IF CC-NIGHT-DATE NUMERIC
004600        AND CC-NIGHT-DATE > ZERO
004610         MOVE CC-NIGHT-DATE TO WS-NIGHT-DATE
004620     END-IF.
004630     IF CC-WINDOW-START NUMERIC
004640        AND CC-WINDOW-START < 240000
004650         MOVE CC-WINDOW-START TO WS-WINDOW-START
004660     END-IF.
004670     IF CC-LONG-RUN-PCT NUMERIC
004680        AND CC-LONG-RUN-PCT > ZERO
004690         MOVE CC-LONG-RUN-PCT TO WS-LONG-RUN-PCT
004700     END-IF.
004710     IF CC-LOW-OUTPUT-PCT NUMERIC
004720        AND CC-LOW-OUTPUT-PCT > ZERO
004730         MOVE CC-LOW-OUTPUT-PCT TO WS-LOW-OUTPUT-PCT
004740     END-IF.
004750 1050-APPLY-CONTROL-CARD-EXIT.
004760     EXIT.

004770*---------------------------------------------------------------*
004780*    ONE ENTRY PER SCHEDULED JOB, MARKED DUE WHEN ITS FREQUENCY *
004790*    FALLS ON THE NIGHT DATE.  A JOB LISTED TWICE KEEPS ITS     *
004800*    FIRST ENTRY.                                               *
004810*---------------------------------------------------------------*
004820 1100-LOAD-SCHEDULE.
004830*---------------------------------------------------------------*
004840     READ SCHEDULE-IN
004850         AT END
004860             SET INPUT-EOF TO TRUE
004870             GO TO 1100-LOAD-SCHEDULE-EXIT
004880     END-READ.
004890     ADD 1 TO WS-SCHED-READ.
004900     MOVE SJ-JOB-NAME TO WS-SEARCH-NAME.
004910     PERFORM 8100-FIND-JOB
004920          THRU 8100-FIND-JOB-EXIT.
004930     IF WS-JOB-FOUND
004940         DISPLAY 'RUNSTAT - ' SJ-JOB-NAME ' IS ON THE SCHEDULE '
004950                 'TWICE - SECOND ENTRY IGNORED'
004960         GO TO 1100-LOAD-SCHEDULE-EXIT
004970     END-IF.
004980     PERFORM 8200-ADD-JOB
004990          THRU 8200-ADD-JOB-EXIT.
005000     IF WS-TABLE-FULL
005010         GO TO 1100-LOAD-SCHEDULE-EXIT
005020     END-IF.
005030     IF SJ-SEQUENCE-NR NUMERIC
005040         MOVE SJ-SEQUENCE-NR TO JB-SEQUENCE (WS-JOB-NDX)
005050     END-IF.
005060     MOVE SJ-FREQUENCY   TO JB-FREQUENCY (WS-JOB-NDX).
005070     MOVE SJ-DESCRIPTION TO JB-DESCRIPTION (WS-JOB-NDX).
005080     EVALUATE TRUE
005090         WHEN SJ-RUNS-DAILY
005100             MOVE 'Y' TO JB-DUE-SW (WS-JOB-NDX)
005110         WHEN SJ-RUNS-WEEKLY
005120             IF SJ-RUN-DAY = WS-NIGHT-WEEKDAY
005130                 MOVE 'Y' TO JB-DUE-SW (WS-JOB-NDX)
005140             END-IF
005150         WHEN SJ-RUNS-MONTHLY
005160             IF SJ-RUN-DAY = WS-NIGHT-DD
005170                 MOVE 'Y' TO JB-DUE-SW (WS-JOB-NDX)
005180             END-IF
005190         WHEN OTHER
005200             DISPLAY 'RUNSTAT - ' SJ-JOB-NAME ' HAS UNKNOWN '
005210                     'FREQUENCY ' SJ-FREQUENCY ' - NEVER DUE'
005220     END-EVALUATE.
005230     IF JB-DUE (WS-JOB-NDX)
005240         ADD 1 TO WS-JOBS-DUE
005250     END-IF.
005260 1100-LOAD-SCHEDULE-EXIT.
005270     EXIT.

005280*---------------------------------------------------------------*
005290*    ONE EXECUTION LOG RECORD: HISTORY BEFORE THE WINDOW,       *
005300*    TONIGHT'S RUNS INSIDE IT, PASSED OVER AFTER IT.            *
005310*---------------------------------------------------------------*
005320 2000-READ-LOG.
005330*---------------------------------------------------------------*
005340     READ EXEC-LOG-IN
005350         AT END
005360             SET INPUT-EOF TO TRUE
005370             GO TO 2000-READ-LOG-EXIT
005380     END-READ.
005390     ADD 1 TO WS-LOG-READ.
005400     IF EXI-JOB-NAME = 'RUNSTAT'
005410         ADD 1 TO WS-LOG-PASSED-OVER
005420         GO TO 2000-READ-LOG-EXIT
005430     END-IF.
005440     IF EXI-RUN-DATE NOT NUMERIC
005450        OR EXI-RUN-TIME NOT NUMERIC
005460        OR EXI-RUN-DATE < 16010101
005470        OR NOT (EXI-STEP-START OR EXI-STEP-END)
005480         DISPLAY 'RUNSTAT - UNREADABLE LOG RECORD FOR '
005490                 EXI-JOB-NAME ' - PASSED OVER'
005500         ADD 1 TO WS-LOG-UNREADABLE
005510         GO TO 2000-READ-LOG-EXIT
005520     END-IF.
005530     MOVE EXI-RUN-TIME TO WS-TIME-WORK.
005540     COMPUTE WS-EVENT-SECS =
005550             FUNCTION INTEGER-OF-DATE (EXI-RUN-DATE) * 86400
005560           + WS-TW-HH * 3600
005570           + WS-TW-MM * 60
005580           + WS-TW-SS.
005590     IF WS-EVENT-SECS NOT < WS-WINDOW-END-SECS
005600         ADD 1 TO WS-LOG-PASSED-OVER
005610         GO TO 2000-READ-LOG-EXIT
005620     END-IF.
005630     MOVE EXI-JOB-NAME TO WS-SEARCH-NAME.
005640     PERFORM 8100-FIND-JOB
005650          THRU 8100-FIND-JOB-EXIT.
005660     IF NOT WS-JOB-FOUND
005670         PERFORM 8200-ADD-JOB
005680              THRU 8200-ADD-JOB-EXIT
005690         IF WS-TABLE-FULL
005700             GO TO 2000-READ-LOG-EXIT
005710         END-IF
005720     END-IF.
005730     IF WS-EVENT-SECS < WS-WINDOW-START-SECS
005740         ADD 1 TO WS-LOG-HISTORY
005750         PERFORM 2100-HISTORY-EVENT
005760              THRU 2100-HISTORY-EVENT-EXIT
005770     ELSE
005780         IF EXI-STEP-START
005790             PERFORM 2200-START-RUN
005800                  THRU 2200-START-RUN-EXIT
005810         ELSE
005820             PERFORM 2300-END-RUN
005830                  THRU 2300-END-RUN-EXIT
005840         END-IF
005850     END-IF.
005860 2000-READ-LOG-EXIT.
005870     EXIT.

005880*---------------------------------------------------------------*
005890*    A RUN BEFORE THE WINDOW.  ONLY ONE ENDING WITH A CODE OF 4 *
005900*    OR LESS GOES INTO THE JOB'S RING OF RECENT RUNS.           *
005910*---------------------------------------------------------------*
005920 2100-HISTORY-EVENT.
005930*---------------------------------------------------------------*
005940     IF EXI-STEP-START
005950         MOVE 'Y'           TO JB-HIST-OPEN-SW (WS-JOB-NDX)
005960         MOVE EXI-RUN-DATE  TO JB-HIST-START-DATE (WS-JOB-NDX)
005970         MOVE EXI-RUN-TIME  TO JB-HIST-START-TIME (WS-JOB-NDX)
005980         MOVE WS-EVENT-SECS TO JB-HIST-START-SECS (WS-JOB-NDX)
005990         GO TO 2100-HISTORY-EVENT-EXIT
006000     END-IF.
006010     IF NOT JB-HIST-OPEN (WS-JOB-NDX)
006020         GO TO 2100-HISTORY-EVENT-EXIT
006030     END-IF.
006040     MOVE 'N' TO JB-HIST-OPEN-SW (WS-JOB-NDX).
006050     IF EXI-COMPLETION-CODE > 4
006060         GO TO 2100-HISTORY-EVENT-EXIT
006070     END-IF.
006080     MOVE JB-HIST-NEXT (WS-JOB-NDX) TO WS-HIST-NDX.
006090     COMPUTE JB-HIST-ELAPSED (WS-JOB-NDX WS-HIST-NDX) =
006100             WS-EVENT-SECS - JB-HIST-START-SECS (WS-JOB-NDX).
006110     MOVE EXI-RECORDS-WRITTEN
006120       TO JB-HIST-WRITTEN (WS-JOB-NDX WS-HIST-NDX).
006130     IF JB-HIST-COUNT (WS-JOB-NDX) < 5
006140         ADD 1 TO JB-HIST-COUNT (WS-JOB-NDX)
006150     END-IF.
006160     IF WS-HIST-NDX = 5
006170         MOVE 1 TO JB-HIST-NEXT (WS-JOB-NDX)
006180     ELSE
006190         ADD 1 TO JB-HIST-NEXT (WS-JOB-NDX)
006200     END-IF.
006210 2100-HISTORY-EVENT-EXIT.
006220     EXIT.

006230*---------------------------------------------------------------*
006240*    A START IN THE WINDOW OPENS A RUN.  AN EARLIER RUN OF THE  *
006250*    SAME JOB STILL OPEN IS LEFT WITH NO END.  THE FIRST RUN OF *
006260*    A DUE JOB IS CHECKED AGAINST THE HIGHEST SEQUENCE NUMBER   *
006270*    STARTED SO FAR TONIGHT.                                    *
006280*---------------------------------------------------------------*
006290 2200-START-RUN.
006300*---------------------------------------------------------------*
006310     PERFORM 2400-ADD-RUN
006320          THRU 2400-ADD-RUN-EXIT.
006330     IF WS-TABLE-FULL
006340         GO TO 2200-START-RUN-EXIT
006350     END-IF.
006360     MOVE EXI-RUN-DATE  TO RN-START-DATE (WS-RUN-COUNT).
006370     MOVE EXI-RUN-TIME  TO RN-START-TIME (WS-RUN-COUNT).
006380     MOVE WS-EVENT-SECS TO RN-START-SECS (WS-RUN-COUNT).
006390     MOVE WS-RUN-COUNT  TO JB-OPEN-RUN (WS-JOB-NDX).
006400     MOVE 'N'           TO JB-HIST-OPEN-SW (WS-JOB-NDX).
006410     ADD 1 TO JB-RUNS-TONIGHT (WS-JOB-NDX).
006420     IF JB-DUE (WS-JOB-NDX)
006430        AND JB-SEQUENCE (WS-JOB-NDX) > ZERO
006440        AND JB-RUNS-TONIGHT (WS-JOB-NDX) = 1
006450         IF JB-SEQUENCE (WS-JOB-NDX) < WS-HIGH-SEQUENCE
006460             MOVE 'Y' TO RN-OUT-OF-SEQ-SW (WS-RUN-COUNT)
006470         ELSE
006480             MOVE JB-SEQUENCE (WS-JOB-NDX) TO WS-HIGH-SEQUENCE
006490         END-IF
006500     END-IF.
006510 2200-START-RUN-EXIT.
006520     EXIT.

006530*---------------------------------------------------------------*
006540*    AN END IN THE WINDOW CLOSES THE JOB'S OPEN RUN.  A STEP    *
006550*    THAT STARTED BEFORE THE WINDOW OPENED AND ENDED INSIDE IT  *
006560*    IS REPORTED AS TONIGHT'S RUN FROM ITS EARLIER START.       *
006570*---------------------------------------------------------------*
006580 2300-END-RUN.
006590*---------------------------------------------------------------*
006600     IF JB-OPEN-RUN (WS-JOB-NDX) = ZERO
006610        AND NOT JB-HIST-OPEN (WS-JOB-NDX)
006620         DISPLAY 'RUNSTAT - END RECORD WITH NO START FOR '
006630                 EXI-JOB-NAME ' AT ' EXI-RUN-DATE ' ' EXI-RUN-TIME
006640         ADD 1 TO WS-ORPHAN-ENDS
006650         GO TO 2300-END-RUN-EXIT
006660     END-IF.
006670     IF JB-OPEN-RUN (WS-JOB-NDX) = ZERO
006680         PERFORM 2310-RUN-FROM-HISTORY
006690              THRU 2310-RUN-FROM-HISTORY-EXIT
006700         IF WS-TABLE-FULL
006710             GO TO 2300-END-RUN-EXIT
006720         END-IF
006730     END-IF.
006740     MOVE JB-OPEN-RUN (WS-JOB-NDX) TO WS-RUN-NDX.
006750     MOVE ZERO TO JB-OPEN-RUN (WS-JOB-NDX).
006760     MOVE 'Y'                 TO RN-ENDED-SW (WS-RUN-NDX).
006770     MOVE EXI-RUN-TIME        TO RN-END-TIME (WS-RUN-NDX).
006780     COMPUTE RN-ELAPSED (WS-RUN-NDX) =
006790             WS-EVENT-SECS - RN-START-SECS (WS-RUN-NDX).
006800     MOVE EXI-RECORDS-READ    TO RN-RECORDS-READ (WS-RUN-NDX).
006810     MOVE EXI-RECORDS-WRITTEN TO RN-RECORDS-WRITTEN (WS-RUN-NDX).
006820     MOVE EXI-REJECT-COUNT    TO RN-REJECT-COUNT (WS-RUN-NDX).
006830     MOVE EXI-COMPLETION-CODE TO RN-COMPLETION-CODE (WS-RUN-NDX).
006840 2300-END-RUN-EXIT.
006850     EXIT.

006860 2310-RUN-FROM-HISTORY.
006870     PERFORM 2400-ADD-RUN
006880          THRU 2400-ADD-RUN-EXIT.
006890     IF WS-TABLE-FULL
006900         GO TO 2310-RUN-FROM-HISTORY-EXIT
006910     END-IF.
006920     MOVE JB-HIST-START-DATE (WS-JOB-NDX)
006930       TO RN-START-DATE (WS-RUN-COUNT).
006940     MOVE JB-HIST-START-TIME (WS-JOB-NDX)
006950       TO RN-START-TIME (WS-RUN-COUNT).
006960     MOVE JB-HIST-START-SECS (WS-JOB-NDX)
006970       TO RN-START-SECS (WS-RUN-COUNT).
006980     MOVE WS-RUN-COUNT TO JB-OPEN-RUN (WS-JOB-NDX).
006990     MOVE 'N'          TO JB-HIST-OPEN-SW (WS-JOB-NDX).
007000     ADD 1 TO JB-RUNS-TONIGHT (WS-JOB-NDX).
007010 2310-RUN-FROM-HISTORY-EXIT.
007020     EXIT.

007030 2400-ADD-RUN.
007040     IF WS-RUN-COUNT >= 1000
007050         SET WS-TABLE-FULL TO TRUE
007060         GO TO 2400-ADD-RUN-EXIT
007070     END-IF.
007080     ADD 1 TO WS-RUN-COUNT.
007090     MOVE WS-JOB-NDX TO RN-JOB-NDX (WS-RUN-COUNT).
007100     MOVE 'N'        TO RN-ENDED-SW (WS-RUN-COUNT)
007110                        RN-OUT-OF-SEQ-SW (WS-RUN-COUNT).
007120     MOVE ZERO       TO RN-END-TIME (WS-RUN-COUNT)
007130                        RN-ELAPSED (WS-RUN-COUNT)
007140                        RN-RECORDS-READ (WS-RUN-COUNT)
007150                        RN-RECORDS-WRITTEN (WS-RUN-COUNT)
007160                        RN-REJECT-COUNT (WS-RUN-COUNT)
007170                        RN-COMPLETION-CODE (WS-RUN-COUNT).
007180 2400-ADD-RUN-EXIT.
007190     EXIT.

007200*---------------------------------------------------------------*
007210*    ONE LINE PER RUN, WITH ITS FLAGS.                          *
007220*---------------------------------------------------------------*
007230 3000-PRINT-RUN.
007240*---------------------------------------------------------------*
007250     MOVE RN-JOB-NDX (WS-RUN-NDX) TO WS-JOB-NDX.
007260     MOVE JB-JOB-NAME (WS-JOB-NDX) TO RD-JOB-NAME.
007270     IF JB-SEQUENCE (WS-JOB-NDX) > ZERO
007280         MOVE JB-SEQUENCE (WS-JOB-NDX) TO RD-SEQUENCE
007290     ELSE
007300         MOVE SPACES TO RD-SEQUENCE-X
007310     END-IF.
007320     MOVE RN-START-DATE (WS-RUN-NDX) TO RD-START-DATE.
007330     MOVE RN-START-TIME (WS-RUN-NDX) TO WS-TIME-WORK.
007340     PERFORM 8300-EDIT-TIME
007350          THRU 8300-EDIT-TIME-EXIT.
007360     MOVE WS-TIME-EDIT TO RD-START-TIME.
007370     MOVE SPACES TO RD-STATUS-FLAG
007380                    RD-ORDER-FLAG
007390                    RD-LONG-FLAG
007400                    RD-LOW-FLAG.
007410     IF RN-ENDED (WS-RUN-NDX)
007420         PERFORM 3100-ENDED-RUN
007430              THRU 3100-ENDED-RUN-EXIT
007440     ELSE
007450         MOVE SPACES   TO RD-END-TIME
007460                          RD-ELAPSED
007470                          RD-RECORDS-READ-X
007480                          RD-RECORDS-WRITTEN-X
007490                          RD-REJECT-COUNT-X
007500                          RD-COMPLETION-CODE-X
007510         MOVE 'NO-END' TO RD-STATUS-FLAG
007520         ADD 1 TO WS-RUNS-NO-END
007530     END-IF.
007540     IF RN-OUT-OF-SEQ (WS-RUN-NDX)
007550         MOVE 'SEQ' TO RD-ORDER-FLAG
007560         ADD 1 TO WS-RUNS-OUT-OF-SEQ
007570     END-IF.
007580     IF NOT JB-DUE (WS-JOB-NDX)
007590         MOVE 'UNSCHED' TO RD-ORDER-FLAG
007600         ADD 1 TO WS-RUNS-UNSCHEDULED
007610     END-IF.
007620     WRITE REPORT-LINE FROM WS-RUN-DETAIL.
007630 3000-PRINT-RUN-EXIT.
007640     EXIT.

007650*---------------------------------------------------------------*
007660*    END TIME, ELAPSED, COUNTS, AND THE CODE, THEN THE RUN IS   *
007670*    MEASURED AGAINST THE JOB'S RECENT AVERAGE.                 *
007680*---------------------------------------------------------------*
007690 3100-ENDED-RUN.
007700*---------------------------------------------------------------*
007710     MOVE RN-END-TIME (WS-RUN-NDX) TO WS-TIME-WORK.
007720     PERFORM 8300-EDIT-TIME
007730          THRU 8300-EDIT-TIME-EXIT.
007740     MOVE WS-TIME-EDIT TO RD-END-TIME.
007750     DIVIDE RN-ELAPSED (WS-RUN-NDX) BY 3600
007760            GIVING WS-ELAPSED-HH REMAINDER WS-ELAPSED-REST.
007770     DIVIDE WS-ELAPSED-REST BY 60
007780            GIVING WS-ELAPSED-MM REMAINDER WS-ELAPSED-SS.
007790     MOVE WS-ELAPSED-HH TO EE-HH.
007800     MOVE WS-ELAPSED-MM TO EE-MM.
007810     MOVE WS-ELAPSED-SS TO EE-SS.
007820     MOVE WS-ELAPSED-EDIT TO RD-ELAPSED.
007830     MOVE RN-RECORDS-READ (WS-RUN-NDX)    TO RD-RECORDS-READ.
007840     MOVE RN-RECORDS-WRITTEN (WS-RUN-NDX) TO RD-RECORDS-WRITTEN.
007850     MOVE RN-REJECT-COUNT (WS-RUN-NDX)    TO RD-REJECT-COUNT.
007860     MOVE RN-COMPLETION-CODE (WS-RUN-NDX) TO RD-COMPLETION-CODE.
007870     IF RN-COMPLETION-CODE (WS-RUN-NDX) > 4
007880         MOVE 'RC>4' TO RD-STATUS-FLAG
007890         ADD 1 TO WS-RUNS-ABNORMAL
007900     END-IF.
007910     IF JB-HIST-COUNT (WS-JOB-NDX) = ZERO
007920         GO TO 3100-ENDED-RUN-EXIT
007930     END-IF.
007940     MOVE ZERO TO WS-HIST-ELAPSED-SUM
007950                  WS-HIST-WRITTEN-SUM.
007960     PERFORM 3110-ADD-HISTORY
007970          THRU 3110-ADD-HISTORY-EXIT
007980          VARYING WS-HIST-NDX FROM 1 BY 1
007990          UNTIL WS-HIST-NDX > JB-HIST-COUNT (WS-JOB-NDX).
008000     DIVIDE WS-HIST-ELAPSED-SUM BY JB-HIST-COUNT (WS-JOB-NDX)
008010            GIVING WS-AVG-ELAPSED.
008020     DIVIDE WS-HIST-WRITTEN-SUM BY JB-HIST-COUNT (WS-JOB-NDX)
008030            GIVING WS-AVG-WRITTEN.
008040     IF RN-ELAPSED (WS-RUN-NDX) NOT < 60
008050        AND RN-ELAPSED (WS-RUN-NDX) * 100 >
008060            WS-AVG-ELAPSED * WS-LONG-RUN-PCT
008070         MOVE 'LONG' TO RD-LONG-FLAG
008080         ADD 1 TO WS-RUNS-LONG
008090     END-IF.
008100     IF RN-COMPLETION-CODE (WS-RUN-NDX) NOT > 4
008110        AND WS-AVG-WRITTEN > ZERO
008120        AND RN-RECORDS-WRITTEN (WS-RUN-NDX) * 100 <
008130            WS-AVG-WRITTEN * WS-LOW-OUTPUT-PCT
008140         MOVE 'LOW-OUT' TO RD-LOW-FLAG
008150         ADD 1 TO WS-RUNS-LOW-OUTPUT
008160     END-IF.
008170 3100-ENDED-RUN-EXIT.
008180     EXIT.

008190 3110-ADD-HISTORY.
008200     ADD JB-HIST-ELAPSED (WS-JOB-NDX WS-HIST-NDX)
008210      TO WS-HIST-ELAPSED-SUM.
008220     ADD JB-HIST-WRITTEN (WS-JOB-NDX WS-HIST-NDX)
008230      TO WS-HIST-WRITTEN-SUM.
008240 3110-ADD-HISTORY-EXIT.
008250     EXIT.

008260*---------------------------------------------------------------*
008270*    EVERY JOB DUE TONIGHT WITH NO RUN IN THE WINDOW.           *
008280*---------------------------------------------------------------*
008290 4000-PRINT-MISSING.
008300*---------------------------------------------------------------*
008310     MOVE SPACES TO REPORT-LINE.
008320     WRITE REPORT-LINE.
008330     WRITE REPORT-LINE FROM WS-MISSING-HEADING.
008340     WRITE REPORT-LINE FROM WS-MISSING-COLUMNS.
008350     PERFORM 4100-CHECK-JOB
008360          THRU 4100-CHECK-JOB-EXIT
008370          VARYING WS-JOB-NDX FROM 1 BY 1
008380          UNTIL WS-JOB-NDX > WS-JOB-COUNT.
008390     IF WS-JOBS-MISSING = ZERO
008400         WRITE REPORT-LINE FROM WS-NONE-MISSING-LINE
008410     END-IF.
008420 4000-PRINT-MISSING-EXIT.
008430     EXIT.

008440 4100-CHECK-JOB.
008450     IF NOT JB-DUE (WS-JOB-NDX)
008460        OR JB-RUNS-TONIGHT (WS-JOB-NDX) > ZERO
008470         GO TO 4100-CHECK-JOB-EXIT
008480     END-IF.
008490     ADD 1 TO WS-JOBS-MISSING.
008500     MOVE JB-SEQUENCE (WS-JOB-NDX)    TO MD-SEQUENCE.
008510     MOVE JB-JOB-NAME (WS-JOB-NDX)    TO MD-JOB-NAME.
008520     MOVE JB-DESCRIPTION (WS-JOB-NDX) TO MD-DESCRIPTION.
008530     EVALUATE JB-FREQUENCY (WS-JOB-NDX)
008540         WHEN 'W'
008550             MOVE 'WEEKLY'  TO MD-FREQUENCY
008560         WHEN 'M'
008570             MOVE 'MONTHLY' TO MD-FREQUENCY
008580         WHEN OTHER
008590             MOVE 'DAILY'   TO MD-FREQUENCY
008600     END-EVALUATE.
008610     WRITE REPORT-LINE FROM WS-MISSING-DETAIL.
008620 4100-CHECK-JOB-EXIT.
008630     EXIT.

008640*---------------------------------------------------------------*
008650*    THE FLAG LEGEND, THE NIGHT'S TOTALS, AND THE THRESHOLDS    *
008660*    THEY WERE MEASURED BY.                                     *
008670*---------------------------------------------------------------*
008680 8000-PRINT-SUMMARY.
008690*---------------------------------------------------------------*
008700     MOVE SPACES TO REPORT-LINE.
008710     WRITE REPORT-LINE.
008720     PERFORM 8050-PRINT-LEGEND
008730          THRU 8050-PRINT-LEGEND-EXIT
008740          VARYING WS-HIST-NDX FROM 1 BY 1
008750          UNTIL WS-HIST-NDX > 6.
008760     MOVE SPACES TO REPORT-LINE.
008770     WRITE REPORT-LINE.
008780     MOVE 'STEPS RUN IN THE WINDOW' TO SL-LABEL.
008790     MOVE WS-RUN-COUNT TO SL-COUNT.
008800     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008810     MOVE '  WITH NO END RECORD' TO SL-LABEL.
008820     MOVE WS-RUNS-NO-END TO SL-COUNT.
008830     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008840     MOVE '  ENDED WITH CODE OVER 4' TO SL-LABEL.
008850     MOVE WS-RUNS-ABNORMAL TO SL-COUNT.
008860     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008870     MOVE '  OUT OF SEQUENCE' TO SL-LABEL.
008880     MOVE WS-RUNS-OUT-OF-SEQ TO SL-COUNT.
008890     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008900     MOVE '  NOT SCHEDULED TONIGHT' TO SL-LABEL.
008910     MOVE WS-RUNS-UNSCHEDULED TO SL-COUNT.
008920     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008930     MOVE '  LONG RUNNING' TO SL-LABEL.
008940     MOVE WS-RUNS-LONG TO SL-COUNT.
008950     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008960     MOVE '  LOW OUTPUT' TO SL-LABEL.
008970     MOVE WS-RUNS-LOW-OUTPUT TO SL-COUNT.
008980     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
008990     MOVE 'JOBS DUE TONIGHT' TO SL-LABEL.
009000     MOVE WS-JOBS-DUE TO SL-COUNT.
009010     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
009020     MOVE '  DID NOT RUN' TO SL-LABEL.
009030     MOVE WS-JOBS-MISSING TO SL-COUNT.
009040     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
009050     MOVE 'END RECORDS WITH NO START' TO SL-LABEL.
009060     MOVE WS-ORPHAN-ENDS TO SL-COUNT.
009070     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
009080     MOVE 'LONG-RUN THRESHOLD PCT OF AVERAGE' TO SL-LABEL.
009090     MOVE WS-LONG-RUN-PCT TO SL-COUNT.
009100     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
009110     MOVE 'LOW-OUTPUT THRESHOLD PCT OF AVERAGE' TO SL-LABEL.
009120     MOVE WS-LOW-OUTPUT-PCT TO SL-COUNT.
009130     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
009140 8000-PRINT-SUMMARY-EXIT.
009150     EXIT.

009160 8050-PRINT-LEGEND.
009170     MOVE WS-LEGEND-TEXT (WS-HIST-NDX) TO LL-TEXT.
009180     WRITE REPORT-LINE FROM WS-LEGEND-LINE.
009190 8050-PRINT-LEGEND-EXIT.
009200     EXIT.

009210*---------------------------------------------------------------*
009220*    LOOK UP WS-SEARCH-NAME IN THE JOB TABLE.                   *
009230*---------------------------------------------------------------*
009240 8100-FIND-JOB.
009250*---------------------------------------------------------------*
009260     MOVE 'N' TO WS-JOB-FOUND-SW.
009270     PERFORM 8110-SCAN-JOB
009280          THRU 8110-SCAN-JOB-EXIT
009290          VARYING WS-JOB-NDX FROM 1 BY 1
009300          UNTIL WS-JOB-NDX > WS-JOB-COUNT
009310             OR WS-JOB-FOUND.
009320*    THE VARYING AUGMENTS PAST THE MATCHED ENTRY BEFORE THE
009330*    UNTIL SEES THE FOUND SWITCH - STEP BACK TO THE ENTRY.
009340     IF WS-JOB-FOUND
009350         SUBTRACT 1 FROM WS-JOB-NDX
009360     END-IF.
009370 8100-FIND-JOB-EXIT.
009380     EXIT.

009390 8110-SCAN-JOB.
009400     IF JB-JOB-NAME (WS-JOB-NDX) = WS-SEARCH-NAME
009410         SET WS-JOB-FOUND TO TRUE
009420     END-IF.
009430 8110-SCAN-JOB-EXIT.
009440     EXIT.

009450 8200-ADD-JOB.
009460     IF WS-JOB-COUNT >= 300
009470         SET WS-TABLE-FULL TO TRUE
009480         GO TO 8200-ADD-JOB-EXIT
009490     END-IF.
009500     ADD 1 TO WS-JOB-COUNT.
009510     MOVE WS-JOB-COUNT   TO WS-JOB-NDX.
009520     MOVE WS-SEARCH-NAME TO JB-JOB-NAME (WS-JOB-NDX).
009530     MOVE SPACES         TO JB-FREQUENCY (WS-JOB-NDX)
009540                            JB-DESCRIPTION (WS-JOB-NDX).
009550     MOVE 'N'            TO JB-DUE-SW (WS-JOB-NDX)
009560                            JB-HIST-OPEN-SW (WS-JOB-NDX).
009570     MOVE ZERO           TO JB-SEQUENCE (WS-JOB-NDX)
009580                            JB-RUNS-TONIGHT (WS-JOB-NDX)
009590                            JB-OPEN-RUN (WS-JOB-NDX)
009600                            JB-HIST-START-DATE (WS-JOB-NDX)
009610                            JB-HIST-START-TIME (WS-JOB-NDX)
009620                            JB-HIST-START-SECS (WS-JOB-NDX)
009630                            JB-HIST-COUNT (WS-JOB-NDX).
009640     MOVE 1              TO JB-HIST-NEXT (WS-JOB-NDX).
009650 8200-ADD-JOB-EXIT.
009660     EXIT.

009670 8300-EDIT-TIME.
009680     MOVE WS-TW-HH TO TE-HH.
009690     MOVE WS-TW-MM TO TE-MM.
009700     MOVE WS-TW-SS TO TE-SS.
009710 8300-EDIT-TIME-EXIT.
009720     EXIT.

009730*---------------------------------------------------------------*
009740*    CLOSE UP AND DISPLAY THE RUN TOTALS.                       *
009750*---------------------------------------------------------------*
009760 9000-TERMINATE.
009770*---------------------------------------------------------------*
009780     CLOSE EXEC-LOG-IN
009790           REPORT-OUT.
009800     DISPLAY 'RUNSTAT - NIGHT OF.......................: '
009810              WS-NIGHT-DATE.
009820     DISPLAY 'RUNSTAT - SCHEDULE ENTRIES READ..........: '
009830              WS-SCHED-READ.
009840     DISPLAY 'RUNSTAT - LOG RECORDS READ...............: '
009850              WS-LOG-READ.
009860     DISPLAY 'RUNSTAT - LOG RECORDS BEFORE THE WINDOW..: '
009870              WS-LOG-HISTORY.
009880     DISPLAY 'RUNSTAT - LOG RECORDS PASSED OVER........: '
009890              WS-LOG-PASSED-OVER.
009900     DISPLAY 'RUNSTAT - LOG RECORDS UNREADABLE.........: '
009910              WS-LOG-UNREADABLE.
009920     DISPLAY 'RUNSTAT - STEPS RUN IN THE WINDOW........: '
009930              WS-RUN-COUNT.
009940     DISPLAY 'RUNSTAT - JOBS DUE THAT DID NOT RUN......: '
009950              WS-JOBS-MISSING.
009960 9000-TERMINATE-EXIT.
009970     EXIT.

009980*---------------------------------------------------------------*
009990*    START RECORD FOR THIS STEP ON THE COMMON EXECUTION LOG.    *
010000*---------------------------------------------------------------*
010010 9700-LOG-STEP-START.
010020*---------------------------------------------------------------*
010030     MOVE SPACES            TO EXECUTION-LOG-RECORD.
010040     MOVE 'RUNSTAT'         TO EX-JOB-NAME.
010050     SET EX-STEP-START      TO TRUE.
010060     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
010070     ACCEPT EX-RUN-TIME FROM TIME.
010080     MOVE ZERO              TO EX-RECORDS-READ
010090                               EX-RECORDS-WRITTEN
010100                               EX-REJECT-COUNT
010110                               EX-COMPLETION-CODE.
010120     OPEN EXTEND EXEC-LOG-OUT.
010130     WRITE EXECUTION-LOG-RECORD.
010140     CLOSE EXEC-LOG-OUT.
010150 9700-LOG-STEP-START-EXIT.
010160     EXIT.

010170*---------------------------------------------------------------*
010180*    END RECORD: THE STEP'S COUNTS AND THE RETURN CODE IT IS    *
010190*    ENDING WITH.                                               *
010200*---------------------------------------------------------------*
010210 9710-LOG-STEP-END.
010220*---------------------------------------------------------------*
010230     MOVE SPACES            TO EXECUTION-LOG-RECORD.
010240     MOVE 'RUNSTAT'         TO EX-JOB-NAME.
010250     SET EX-STEP-END        TO TRUE.
010260     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
010270     ACCEPT EX-RUN-TIME FROM TIME.
010280     MOVE WS-LOG-READ       TO EX-RECORDS-READ.
010290     MOVE WS-RUN-COUNT      TO EX-RECORDS-WRITTEN.
010300     MOVE ZERO              TO EX-REJECT-COUNT.
010310     MOVE RETURN-CODE       TO EX-COMPLETION-CODE.
010320     OPEN EXTEND EXEC-LOG-OUT.
010330     WRITE EXECUTION-LOG-RECORD.
010340     CLOSE EXEC-LOG-OUT.
010350 9710-LOG-STEP-END-EXIT.
010360     EXIT.
