000010*****************************************************************
000020*  PROGRAM-ID   : EXPARC01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      CLAIM ARCHIVE INQUIRY, REPRINT, AND RETENTION PURGE.
000090*      THE REPORT PROGRAM EXPRPT01 ARCHIVES EVERY REPORT IT
000100*      PRINTS TO THE EXPARCH LINE-LEVEL CLAIM ARCHIVE, AND THE
000110*      APPROVAL AND RECEIPT PROGRAMS ADD AN EVENT FOR EVERY
000120*      LATER DECISION ON IT.  GIVEN A REPORT NUMBER, AN
000130*      EMPLOYEE, OR A RANGE OF PROCESSED DATES IN THE EXEC
000140*      PARM, THIS PROGRAM REPRINTS EACH MATCHING REPORT IN THE
000150*      EXPRPT01 FORMAT IT WAS ISSUED IN - UNDER ITS ORIGINAL
000160*      PROCESSED DATE, MARKED AS A REPRINT - AND FOLLOWS IT WITH
000170*      ITS APPROVAL AND RECEIPT HISTORY FROM THE ARCHIVE AND ITS
000180*      PAYMENT HISTORY FROM THE EXPPYST PAYMENT STATUS FILE.
000190*
000200*      PARM='R,NNNNNN'            REPORT NUMBER - EVERY
000210*                                 SUBMISSION OF IT ON FILE.
000220*      PARM='E,EEEEEE'            EVERY REPORT FOR AN EMPLOYEE.
000230*      PARM='D,YYYYMMDD,YYYYMMDD' EVERY REPORT PROCESSED FROM
000240*                                 THE FIRST DATE TO THE SECOND.
000250*                                 THE RANGE IS NOT A KEY, SO
000260*                                 THIS READS THE WHOLE ARCHIVE.
000270*      PARM='PURGE'               DELETE EVERY REPORT PROCESSED
000280*                                 MORE THAN THE RETENTION PERIOD
000290*                                 BEFORE THE RUN CONTROL
000300*                                 BUSINESS DATE, WITH ITS
000310*                                 EVENTS, AND LIST WHAT WENT.
000320*
000330*  MODIFICATION HISTORY
000340*  DATE       INIT DESCRIPTION
000350*  ---------- ---- ------------------------------------------
000360*  2026-10-15 CAH  ORIGINAL VERSION.
000370*  2026-10-15 CAH  A RESUBMITTED REPORT'S PAYMENT HISTORY STOPS AT
000380*                  THE NEXT SUBMISSION'S PROCESSED DATE INSTEAD OF
000390*                  REPEATING THE LATER SUBMISSIONS' PAYMENTS.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    EXPARC01.
000430 AUTHOR.        C. A. HUJER.
000440 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000450 DATE-WRITTEN.  2026-10-15.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT EXPARCH ASSIGN TO EXPARCH
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS EXPARCH-KEY
000550         ALTERNATE RECORD KEY IS EXPARCH-EMP-ID
000560             WITH DUPLICATES.
000570     SELECT OPTIONAL EXPPYST ASSIGN TO EXPPYST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS EXPPYST-KEY.
000610     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT EXPARRPT ASSIGN TO EXPARRPT
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  EXPARCH
000690     RECORDING MODE IS F.
000700     COPY EXPARCH.
000710
000720 FD  EXPPYST
000730     RECORDING MODE IS F.
000740     COPY EXPPYST.
000750
000760 FD  EXPRNCTL
000770     RECORDING MODE IS F.
000780     COPY EXPRNCTL.
000790
000800 FD  EXPARRPT
000810     RECORDING MODE IS F.
000820     COPY EXPARRPT.
000830
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860*    SWITCHES
000870*----------------------------------------------------------------
000880 01  WS-SCAN-SW                  PIC X(01)   VALUE 'N'.
000890         88  WS-SCAN-DONE                         VALUE 'Y'.
000900         88  WS-SCAN-NOT-DONE                     VALUE 'N'.
000910 01  WS-REPORT-ACTIVE-SW         PIC X(01)   VALUE 'N'.
000920         88  WS-REPORT-ACTIVE                     VALUE 'Y'.
000930         88  WS-REPORT-NOT-ACTIVE                 VALUE 'N'.
000940 01  WS-REPORT-BODY-SW           PIC X(01)   VALUE 'N'.
000950         88  WS-REPORT-BODY                       VALUE 'Y'.
000960         88  WS-REPORT-HISTORY                    VALUE 'N'.
000970 01  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
000980         88  WS-ANY-FOUND                         VALUE 'Y'.
000990         88  WS-NONE-FOUND                        VALUE 'N'.
001000
001010*----------------------------------------------------------------
001020*    SELECTION FROM THE EXEC PARM
001030*----------------------------------------------------------------
001040 01  WS-SEL-MODE                 PIC X(01)   VALUE SPACE.
001050         88  WS-SEL-BY-REPORT                     VALUE 'R'.
001060         88  WS-SEL-BY-EMP                        VALUE 'E'.
001070         88  WS-SEL-BY-DATE                       VALUE 'D'.
001080         88  WS-PURGE-RUN                         VALUE 'P'.
001090 01  WS-SEL-REPORT-NO            PIC 9(06)   VALUE 0.
001100 01  WS-SEL-EMP-ID               PIC X(06)   VALUE SPACES.
001110 01  WS-SEL-FROM-DATE            PIC X(08)   VALUE SPACES.
001120 01  WS-SEL-TO-DATE              PIC X(08)   VALUE SPACES.
001130 01  WS-SEL-PARM                 PIC X(19)   VALUE SPACES.
001140
001150*----------------------------------------------------------------
001160*    RUN DATE AND RETENTION.  THE BUSINESS DATE COMES FROM THE
001170*    RUN CONTROL RECORD.  A PURGE REMOVES EVERY REPORT
001180*    PROCESSED BEFORE THE SAME DAY WS-RETENTION-YEARS YEARS
001190*    EARLIER.
001200*----------------------------------------------------------------
001210 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001220 77  WS-RETENTION-YEARS          PIC 9(02)   COMP VALUE 7.
001230 01  WS-PURGE-CUTOFF             PIC X(08)   VALUE SPACES.
001240 01  WS-WORK-DATE.
001250         05  WS-WORK-DATE-X              PIC X(08).
001260         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001270             10  WS-WORK-YYYY        PIC 9(04).
001280             10  WS-WORK-MM          PIC 9(02).
001290             10  WS-WORK-DD          PIC 9(02).
001300
001310*----------------------------------------------------------------
001320*    RUN COUNTERS
001330*----------------------------------------------------------------
001340 77  WS-RECORDS-READ             PIC 9(09)   COMP VALUE 0.
001350 77  WS-REPORTS-PRINTED          PIC 9(05)   COMP VALUE 0.
001360 77  WS-EVENTS-PRINTED           PIC 9(05)   COMP VALUE 0.
001370 77  WS-PAYMENTS-PRINTED         PIC 9(05)   COMP VALUE 0.
001380 77  WS-REPORTS-PURGED           PIC 9(07)   COMP VALUE 0.
001390 77  WS-RECORDS-PURGED           PIC 9(09)   COMP VALUE 0.
001400 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001410
001420*----------------------------------------------------------------
001430*    SELECTED REPORT TABLE - THE REPORT NUMBER AND PROCESSED
001440*    DATE OF EVERY ARCHIVED REPORT THE PARM SELECTS, COLLECTED
001450*    BEFORE ANY IS PRINTED SO THE EMPLOYEE BROWSE ON THE
001460*    ALTERNATE KEY IS NOT DISTURBED BY THE REPRINT READS.
001470*----------------------------------------------------------------
001480 77  WS-SEL-COUNT                PIC 9(05)   COMP VALUE 0.
001490 77  WS-MAX-SEL                  PIC 9(05)   COMP VALUE 2000.
001500 01  WS-SEL-TABLE.
001510         05  WS-SEL-ENTRY OCCURS 0 TO 2000 TIMES
001520                          DEPENDING ON WS-SEL-COUNT
001530                          INDEXED BY SI.
001540             10  WS-SEL-REPORT       PIC 9(06).
001550             10  WS-SEL-DATE         PIC X(08).
001560
001570*----------------------------------------------------------------
001580*    THE REPORT BEING REPRINTED, FROM ITS ARCHIVE HEADER, AND
001590*    THE PROCESSED DATE OF ITS NEXT SUBMISSION ON THE ARCHIVE -
001600*    HIGH-VALUES WHEN THERE IS NONE.
001610*----------------------------------------------------------------
001620 01  WS-RPT-REPORT-NO            PIC 9(06)   VALUE 0.
001630 01  WS-RPT-RUN-DATE             PIC X(08)   VALUE SPACES.
001640 01  WS-RPT-EMP-ID               PIC X(06)   VALUE SPACES.
001650 01  WS-RPT-EMP-NAME             PIC X(20)   VALUE SPACES.
001660 01  WS-RPT-DEPARTMENT           PIC X(10)   VALUE SPACES.
001670 01  WS-RPT-NEXT-DATE            PIC X(08)   VALUE HIGH-VALUES.
001680
001690*----------------------------------------------------------------
001700*    PAYMENT REFERENCE SOURCES - EVERY PAYMENT FOR A REPORT IS
001710*    UNDER ONE OF THESE REFERENCE PREFIXES ON EXPPYST:  EX THE
001720*    REPORT RUN, EA AN APPROVAL RELEASE, ER A RECEIPT RELEASE,
001730*    RI A REISSUE OF A RETURNED PAYMENT.
001740*----------------------------------------------------------------
001750 01  WS-PAY-SOURCE-LIST          PIC X(08)   VALUE 'EXEAERRI'.
001760 01  WS-PAY-SOURCE-TABLE REDEFINES WS-PAY-SOURCE-LIST.
001770         05  WS-PAY-SOURCE OCCURS 4 TIMES
001780                           INDEXED BY PSI
001790                                 PIC X(02).
001800 01  WS-PYST-PREFIX.
001810         05  WS-PYST-PREFIX-SOURCE       PIC X(02).
001820         05  WS-PYST-PREFIX-REPORT       PIC 9(06).
001830
001840*----------------------------------------------------------------
001850*    PAGE CONTROL - THE SAME PAGE DEPTH AND COLUMN HEADER AS
001860*    THE EXPRPT01 REPORT THE ARCHIVE WAS TAKEN FROM.
001870*----------------------------------------------------------------
001880 77  WS-PAGE-LIMIT               PIC 9(03)   COMP VALUE 56.
001890 77  WS-LINES-ON-PAGE            PIC 9(03)   COMP VALUE 0.
001900 77  WS-PAGE-COUNT               PIC 9(05)   COMP VALUE 0.
001910 01  WS-PAGE-FMT                 PIC Z(04)9.
001920 01  WS-HOLD-LINE                PIC X(132)  VALUE SPACES.
001930 77  WS-COLUMN-HEADER            PIC X(40)   VALUE
001940     'Expense     Date            Amount Ovr'.
001950
001960*----------------------------------------------------------------
001970*    REPORT WORK AREAS
001980*----------------------------------------------------------------
001990 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
002000 01  WS-PAID-FMT                 PIC $$$,$$$,$$9.99.
002010 01  WS-REPORT-NO-FMT            PIC Z(05)9.
002020 01  WS-LINE-NO-FMT              PIC ZZ9.
002030 01  WS-COUNT-FMT                PIC Z(08)9.
002040 01  WS-EVENT-TEXT               PIC X(17)   VALUE SPACES.
002050
002060 LINKAGE SECTION.
002070*----------------------------------------------------------------
002080*    EXEC PARM AREA - PARM='R,NNNNNN', 'E,EEEEEE',
002090*    'D,YYYYMMDD,YYYYMMDD', OR 'PURGE'
002100*----------------------------------------------------------------
002110 01  LK-PARM-AREA.
002120         05  LK-PARM-LENGTH           PIC S9(04) COMP.
002130         05  LK-PARM-TEXT              PIC X(19).
002140
002150 PROCEDURE DIVISION USING LK-PARM-AREA.
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE
002180         THRU 1000-EXIT
002190     IF WS-PURGE-RUN
002200         PERFORM 5000-PURGE-ARCHIVE
002210             THRU 5000-EXIT
002220     ELSE
002230         PERFORM 2000-SELECT-REPORTS
002240             THRU 2000-EXIT
002250         IF WS-SEL-COUNT > 0
002260             PERFORM 3000-REPRINT-ONE-REPORT
002270                 THRU 3000-EXIT
002280                 VARYING SI FROM 1 BY 1
002290                 UNTIL SI > WS-SEL-COUNT
002300         END-IF
002310     END-IF
002320     PERFORM 3900-PRINT-RUN-SUMMARY
002330         THRU 3900-EXIT
002340     PERFORM 9999-TERMINATE
002350         THRU 9999-EXIT
002360     STOP RUN.
002370
002380*****************************************************************
002390*  1000-INITIALIZE
002400*      VALIDATE THE SELECTION PARM, TAKE THE BUSINESS DATE FROM
002410*      THE RUN CONTROL RECORD, AND OPEN THE FILES - THE ARCHIVE
002420*      FOR UPDATE ON A PURGE, OTHERWISE FOR INPUT WITH THE
002430*      PAYMENT STATUS FILE.
002440*****************************************************************
002450 1000-INITIALIZE.
002460     MOVE 'PARM MUST BE R,RPTNO  E,EMPID  D,FROM,TO  OR PURGE'
002470         TO WS-ABEND-MSG
002480     IF LK-PARM-LENGTH < 1
002490         OR LK-PARM-LENGTH > 19
002500             GO TO 9000-ABEND
002510     END-IF
002520     MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH) TO WS-SEL-PARM
002530     EVALUATE TRUE
002540         WHEN LK-PARM-LENGTH = 5
002550             AND WS-SEL-PARM(1:5) = 'PURGE'
002560                 SET WS-PURGE-RUN TO TRUE
002570         WHEN LK-PARM-LENGTH = 8
002580             AND WS-SEL-PARM(1:2) = 'R,'
002590             AND WS-SEL-PARM(3:6) IS NUMERIC
002600                 SET WS-SEL-BY-REPORT TO TRUE
002610                 MOVE WS-SEL-PARM(3:6) TO WS-SEL-REPORT-NO
002620         WHEN LK-PARM-LENGTH = 8
002630             AND WS-SEL-PARM(1:2) = 'E,'
002640             AND WS-SEL-PARM(3:6) NOT = SPACES
002650                 SET WS-SEL-BY-EMP TO TRUE
002660                 MOVE WS-SEL-PARM(3:6) TO WS-SEL-EMP-ID
002670         WHEN LK-PARM-LENGTH = 19
002680             AND WS-SEL-PARM(1:2) = 'D,'
002690             AND WS-SEL-PARM(3:8) IS NUMERIC
002700             AND WS-SEL-PARM(11:1) = ','
002710             AND WS-SEL-PARM(12:8) IS NUMERIC
002720             AND WS-SEL-PARM(3:8) NOT > WS-SEL-PARM(12:8)
002730                 SET WS-SEL-BY-DATE TO TRUE
002740                 MOVE WS-SEL-PARM(3:8)  TO WS-SEL-FROM-DATE
002750                 MOVE WS-SEL-PARM(12:8) TO WS-SEL-TO-DATE
002760         WHEN OTHER
002770             GO TO 9000-ABEND
002780     END-EVALUATE
002790     OPEN INPUT EXPRNCTL
002800     READ EXPRNCTL
002810         AT END
002820             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
002830                 TO WS-ABEND-MSG
002840             GO TO 9000-ABEND
002850     END-READ
002860     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
002870     CLOSE EXPRNCTL
002880     IF WS-PURGE-RUN
002890         OPEN I-O EXPARCH
002900     ELSE
002910         OPEN INPUT EXPARCH
002920         OPEN INPUT EXPPYST
002930     END-IF
002940     OPEN OUTPUT EXPARRPT.
002950 1000-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990*  2000-SELECT-REPORTS
003000*      POSITION THE ARCHIVE FOR THE SELECTION - ON THE EMPLOYEE
003010*      ALTERNATE KEY, AT THE FIRST RECORD FOR THE REPORT
003020*      NUMBER, OR AT THE START OF THE FILE FOR A DATE RANGE -
003030*      AND COLLECT EVERY MATCHING REPORT HEADER.
003040*****************************************************************
003050 2000-SELECT-REPORTS.
003060     MOVE 0 TO WS-SEL-COUNT
003070     SET WS-SCAN-NOT-DONE TO TRUE
003080     IF WS-SEL-BY-EMP
003090         MOVE WS-SEL-EMP-ID TO EXPARCH-EMP-ID
003100         START EXPARCH KEY IS EQUAL TO EXPARCH-EMP-ID
003110             INVALID KEY
003120                 GO TO 2000-EXIT
003130         END-START
003140     ELSE
003150         MOVE LOW-VALUES TO EXPARCH-KEY
003160         IF WS-SEL-BY-REPORT
003170             MOVE WS-SEL-REPORT-NO TO EXPARCH-REPORT-NO
003180         END-IF
003190         START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
003200             INVALID KEY
003210                 GO TO 2000-EXIT
003220         END-START
003230     END-IF
003240     PERFORM 2100-SELECT-ONE-RECORD
003250         THRU 2100-EXIT
003260         UNTIL WS-SCAN-DONE.
003270 2000-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310*  2100-SELECT-ONE-RECORD
003320*      READ THE NEXT ARCHIVE RECORD IN THE BROWSE, STOP AT THE
003330*      FIRST PAST THE EMPLOYEE OR REPORT NUMBER, AND ADD EACH
003340*      REPORT HEADER THAT MATCHES TO THE SELECTED REPORT TABLE.
003350*****************************************************************
003360 2100-SELECT-ONE-RECORD.
003370     READ EXPARCH NEXT RECORD
003380         AT END
003390             SET WS-SCAN-DONE TO TRUE
003400             GO TO 2100-EXIT
003410     END-READ
003420     ADD 1 TO WS-RECORDS-READ
003430     IF WS-SEL-BY-EMP
003440         AND EXPARCH-EMP-ID NOT = WS-SEL-EMP-ID
003450             SET WS-SCAN-DONE TO TRUE
003460             GO TO 2100-EXIT
003470     END-IF
003480     IF WS-SEL-BY-REPORT
003490         AND EXPARCH-REPORT-NO NOT = WS-SEL-REPORT-NO
003500             SET WS-SCAN-DONE TO TRUE
003510             GO TO 2100-EXIT
003520     END-IF
003530     IF NOT EXPARCH-HEADER
003540         GO TO 2100-EXIT
003550     END-IF
003560     IF WS-SEL-BY-DATE
003570         IF EXPARCH-RUN-DATE < WS-SEL-FROM-DATE
003580             OR EXPARCH-RUN-DATE > WS-SEL-TO-DATE
003590                 GO TO 2100-EXIT
003600         END-IF
003610     END-IF
003620     IF WS-SEL-COUNT NOT < WS-MAX-SEL
003630         MOVE 'SELECTED REPORT TABLE FULL - NARROW THE PARM'
003640             TO WS-ABEND-MSG
003650         GO TO 9000-ABEND
003660     END-IF
003670     ADD 1 TO WS-SEL-COUNT
003680     SET SI TO WS-SEL-COUNT
003690     MOVE EXPARCH-REPORT-NO TO WS-SEL-REPORT(SI)
003700     MOVE EXPARCH-RUN-DATE  TO WS-SEL-DATE(SI).
003710 2100-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750*  3000-REPRINT-ONE-REPORT
003760*      REPRINT SELECTED REPORT SI - READ ITS ARCHIVE HEADER,
003770*      START A NEW PAGE UNDER ITS ORIGINAL PROCESSED DATE, AND
003780*      PRINT ITS ARCHIVED REPORT LINES, THEN ITS APPROVAL AND
003790*      RECEIPT HISTORY AND ITS PAYMENT HISTORY.
003800*****************************************************************
003810 3000-REPRINT-ONE-REPORT.
003820     MOVE WS-SEL-REPORT(SI) TO EXPARCH-REPORT-NO
003830     MOVE WS-SEL-DATE(SI)   TO EXPARCH-RUN-DATE
003840     SET EXPARCH-HEADER     TO TRUE
003850     MOVE 0                 TO EXPARCH-SEQ
003860     READ EXPARCH KEY IS EXPARCH-KEY
003870         INVALID KEY
003880             GO TO 3000-EXIT
003890     END-READ
003900     ADD 1 TO WS-RECORDS-READ
003910     MOVE EXPARCH-REPORT-NO       TO WS-RPT-REPORT-NO
003920     MOVE EXPARCH-RUN-DATE        TO WS-RPT-RUN-DATE
003930     MOVE EXPARCH-EMP-ID          TO WS-RPT-EMP-ID
003940     MOVE EXPARCH-HDR-EMP-NAME    TO WS-RPT-EMP-NAME
003950     MOVE EXPARCH-HDR-DEPARTMENT  TO WS-RPT-DEPARTMENT
003960     ADD 1 TO WS-REPORTS-PRINTED
003970     SET WS-REPORT-NOT-ACTIVE TO TRUE
003980     MOVE 0 TO WS-PAGE-COUNT
003990     PERFORM 3710-PRINT-PAGE-HEADING
004000         THRU 3710-EXIT
004010     SET WS-REPORT-ACTIVE TO TRUE
004020     SET WS-REPORT-BODY   TO TRUE
004030     MOVE WS-RPT-REPORT-NO TO EXPARCH-REPORT-NO
004040     MOVE WS-RPT-RUN-DATE  TO EXPARCH-RUN-DATE
004050     SET EXPARCH-PRINT     TO TRUE
004060     MOVE 0                TO EXPARCH-SEQ
004070     SET WS-SCAN-NOT-DONE TO TRUE
004080     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
004090         INVALID KEY
004100             SET WS-SCAN-DONE TO TRUE
004110     END-START
004120     PERFORM 3100-PRINT-ONE-LINE
004130         THRU 3100-EXIT
004140         UNTIL WS-SCAN-DONE
004150     SET WS-REPORT-HISTORY TO TRUE
004160     PERFORM 3200-PRINT-EVENTS
004170         THRU 3200-EXIT
004180     PERFORM 3300-PRINT-PAYMENTS
004190         THRU 3300-EXIT
004200     SET WS-REPORT-NOT-ACTIVE TO TRUE.
004210 3000-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*  3100-PRINT-ONE-LINE
004260*      READ THE NEXT ARCHIVE RECORD AND PRINT IT IF IT IS ONE
004270*      OF THE REPORT'S PRINT LINES.  STOP AT THE FIRST THAT IS
004280*      NOT.
004290*****************************************************************
004300 3100-PRINT-ONE-LINE.
004310     READ EXPARCH NEXT RECORD
004320         AT END
004330             SET WS-SCAN-DONE TO TRUE
004340             GO TO 3100-EXIT
004350     END-READ
004360     ADD 1 TO WS-RECORDS-READ
004370     IF EXPARCH-REPORT-NO NOT = WS-RPT-REPORT-NO
004380         OR EXPARCH-RUN-DATE NOT = WS-RPT-RUN-DATE
004390         OR NOT EXPARCH-PRINT
004400             SET WS-SCAN-DONE TO TRUE
004410             GO TO 3100-EXIT
004420     END-IF
004430     MOVE EXPARCH-PRT-LINE TO EXPARRPT-LINE
004440     PERFORM 3700-WRITE-REPORT-LINE
004450         THRU 3700-EXIT.
004460 3100-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*  3200-PRINT-EVENTS
004510*      PRINT THE APPROVAL AND RECEIPT HISTORY - EVERY EVENT
004520*      ARCHIVED AGAINST THE REPORT, IN THE ORDER IT HAPPENED.
004530*****************************************************************
004540 3200-PRINT-EVENTS.
004550     MOVE SPACES TO EXPARRPT-LINE
004560     PERFORM 3700-WRITE-REPORT-LINE
004570         THRU 3700-EXIT
004580     MOVE 'Approval and Receipt History:' TO EXPARRPT-LINE
004590     PERFORM 3700-WRITE-REPORT-LINE
004600         THRU 3700-EXIT
004610     SET WS-NONE-FOUND TO TRUE
004620     MOVE WS-RPT-REPORT-NO TO EXPARCH-REPORT-NO
004630     MOVE WS-RPT-RUN-DATE  TO EXPARCH-RUN-DATE
004640     SET EXPARCH-EVENT     TO TRUE
004650     MOVE 0                TO EXPARCH-SEQ
004660     SET WS-SCAN-NOT-DONE TO TRUE
004670     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
004680         INVALID KEY
004690             SET WS-SCAN-DONE TO TRUE
004700     END-START
004710     PERFORM 3210-PRINT-ONE-EVENT
004720         THRU 3210-EXIT
004730         UNTIL WS-SCAN-DONE
004740     IF WS-NONE-FOUND
004750         MOVE '  No approval or receipt activity' TO EXPARRPT-LINE
004760         PERFORM 3700-WRITE-REPORT-LINE
004770             THRU 3700-EXIT
004780     END-IF.
004790 3200-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830*  3210-PRINT-ONE-EVENT
004840*      READ THE NEXT ARCHIVE RECORD AND, WHILE IT IS AN EVENT
004850*      FOR THE REPORT, PRINT THE DATE, THE DECISION, THE LINE
004860*      IT WAS ON, WHAT IT PAID AND UNDER WHAT REFERENCE, AND THE
004870*      APPROVER OR RECEIPT IMAGE BEHIND IT.
004880*****************************************************************
004890 3210-PRINT-ONE-EVENT.
004900     READ EXPARCH NEXT RECORD
004910         AT END
004920             SET WS-SCAN-DONE TO TRUE
004930             GO TO 3210-EXIT
004940     END-READ
004950     ADD 1 TO WS-RECORDS-READ
004960     IF EXPARCH-REPORT-NO NOT = WS-RPT-REPORT-NO
004970         OR EXPARCH-RUN-DATE NOT = WS-RPT-RUN-DATE
004980         OR NOT EXPARCH-EVENT
004990             SET WS-SCAN-DONE TO TRUE
005000             GO TO 3210-EXIT
005010     END-IF
005020     SET WS-ANY-FOUND TO TRUE
005030     ADD 1 TO WS-EVENTS-PRINTED
005040     EVALUATE TRUE
005050         WHEN EXPARCH-EVT-APPROVAL AND EXPARCH-EVT-RELEASED
005060             MOVE 'Manager Approved ' TO WS-EVENT-TEXT
005070         WHEN EXPARCH-EVT-APPROVAL
005080             MOVE 'Manager Denied   ' TO WS-EVENT-TEXT
005090         WHEN EXPARCH-EVT-RELEASED
005100             MOVE 'Receipt Received ' TO WS-EVENT-TEXT
005110         WHEN OTHER
005120             MOVE 'Receipt Denied   ' TO WS-EVENT-TEXT
005130     END-EVALUATE
005140     MOVE EXPARCH-EVT-AMOUNT      TO WS-AMOUNT-FMT
005150     MOVE EXPARCH-EVT-PAID-AMOUNT TO WS-PAID-FMT
005160     MOVE SPACES TO EXPARRPT-LINE
005170     IF EXPARCH-EVT-RECEIPT
005180         MOVE EXPARCH-EVT-LINE-NO TO WS-LINE-NO-FMT
005190         STRING '  ' DELIMITED BY SIZE
005200                EXPARCH-EVT-DATE DELIMITED BY SIZE
005210                ' ' DELIMITED BY SIZE
005220                WS-EVENT-TEXT DELIMITED BY SIZE
005230                EXPARCH-EVT-TYPE-NAME DELIMITED BY SIZE
005240                ' Line ' DELIMITED BY SIZE
005250                WS-LINE-NO-FMT DELIMITED BY SIZE
005260                ' ' DELIMITED BY SIZE
005270                WS-AMOUNT-FMT DELIMITED BY SIZE
005280                '  Paid ' DELIMITED BY SIZE
005290                WS-PAID-FMT DELIMITED BY SIZE
005300                ' ' DELIMITED BY SIZE
005310                EXPARCH-EVT-PAY-REF DELIMITED BY SIZE
005320                '  Image ' DELIMITED BY SIZE
005330                EXPARCH-EVT-ACTED-BY DELIMITED BY SIZE
005340                INTO EXPARRPT-LINE
005350     ELSE
005360         STRING '  ' DELIMITED BY SIZE
005370                EXPARCH-EVT-DATE DELIMITED BY SIZE
005380                ' ' DELIMITED BY SIZE
005390                WS-EVENT-TEXT DELIMITED BY SIZE
005400                EXPARCH-EVT-TYPE-NAME DELIMITED BY SIZE
005410                '          ' DELIMITED BY SIZE
005420                WS-AMOUNT-FMT DELIMITED BY SIZE
005430                '  Paid ' DELIMITED BY SIZE
005440                WS-PAID-FMT DELIMITED BY SIZE
005450                ' ' DELIMITED BY SIZE
005460                EXPARCH-EVT-PAY-REF DELIMITED BY SIZE
005470                '  By    ' DELIMITED BY SIZE
005480                EXPARCH-EVT-ACTED-BY DELIMITED BY SIZE
005490                INTO EXPARRPT-LINE
005500     END-IF
005510     PERFORM 3700-WRITE-REPORT-LINE
005520         THRU 3700-EXIT.
005530 3210-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570*  3300-PRINT-PAYMENTS
005580*      PRINT THE PAYMENT HISTORY - EVERY PAYMENT ON THE STATUS
005590*      FILE FOR THE REPORT, UNDER EACH REFERENCE SOURCE IN TURN,
005600*      FROM ITS PROCESSED DATE UP TO THE PROCESSED DATE OF THE
005610*      REPORT NUMBER'S NEXT SUBMISSION, IF IT WAS RESUBMITTED.
005620*      NO STATUS FILE PRINTS AS NO PAYMENTS.
005630*****************************************************************
005640 3300-PRINT-PAYMENTS.
005650     PERFORM 3305-FIND-NEXT-SUBMISSION
005660         THRU 3305-EXIT
005670     MOVE SPACES TO EXPARRPT-LINE
005680     PERFORM 3700-WRITE-REPORT-LINE
005690         THRU 3700-EXIT
005700     MOVE 'Payment History:' TO EXPARRPT-LINE
005710     PERFORM 3700-WRITE-REPORT-LINE
005720         THRU 3700-EXIT
005730     SET WS-NONE-FOUND TO TRUE
005740     PERFORM 3310-BROWSE-ONE-SOURCE
005750         THRU 3310-EXIT
005760         VARYING PSI FROM 1 BY 1
005770         UNTIL PSI > 4
005780     IF WS-NONE-FOUND
005790         MOVE '  No payments on file' TO EXPARRPT-LINE
005800         PERFORM 3700-WRITE-REPORT-LINE
005810             THRU 3700-EXIT
005820     END-IF.
005830 3300-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870*  3305-FIND-NEXT-SUBMISSION
005880*      POSITION THE ARCHIVE PAST EVERY RECORD OF THE SUBMISSION
005890*      BEING REPRINTED AND READ THE NEXT.  IF IT IS THE SAME
005900*      REPORT NUMBER IT BELONGS TO A LATER SUBMISSION, AND ITS
005910*      PROCESSED DATE BOUNDS THIS ONE'S PAYMENT HISTORY.
005920*****************************************************************
005930 3305-FIND-NEXT-SUBMISSION.
005940     MOVE HIGH-VALUES      TO WS-RPT-NEXT-DATE
005950     MOVE WS-RPT-REPORT-NO TO EXPARCH-REPORT-NO
005960     MOVE WS-RPT-RUN-DATE  TO EXPARCH-RUN-DATE
005970     MOVE HIGH-VALUES      TO EXPARCH-REC-TYPE
005980     MOVE 9999             TO EXPARCH-SEQ
005990     START EXPARCH KEY IS GREATER THAN EXPARCH-KEY
006000         INVALID KEY
006010             GO TO 3305-EXIT
006020     END-START
006030     READ EXPARCH NEXT RECORD
006040         AT END
006050             GO TO 3305-EXIT
006060     END-READ
006070     ADD 1 TO WS-RECORDS-READ
006080     IF EXPARCH-REPORT-NO = WS-RPT-REPORT-NO
006090         MOVE EXPARCH-RUN-DATE TO WS-RPT-NEXT-DATE
006100     END-IF.
006110 3305-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150*  3310-BROWSE-ONE-SOURCE
006160*      POSITION THE PAYMENT STATUS FILE AT THE REPORT'S FIRST
006170*      REFERENCE UNDER SOURCE PSI DATED ON OR AFTER ITS
006180*      PROCESSED DATE AND PRINT EACH PAYMENT UNDER IT DATED
006190*      BEFORE THE NEXT SUBMISSION.
006200*****************************************************************
006210 3310-BROWSE-ONE-SOURCE.
006220     MOVE WS-PAY-SOURCE(PSI) TO WS-PYST-PREFIX-SOURCE
006230     MOVE WS-RPT-REPORT-NO   TO WS-PYST-PREFIX-REPORT
006240     MOVE WS-PYST-PREFIX     TO EXPPYST-PAY-REF(1:8)
006250     MOVE WS-RPT-RUN-DATE    TO EXPPYST-PAY-REF(9:8)
006260     MOVE 0                  TO EXPPYST-SEQ
006270     SET WS-SCAN-NOT-DONE TO TRUE
006280     START EXPPYST KEY IS NOT LESS THAN EXPPYST-KEY
006290         INVALID KEY
006300             GO TO 3310-EXIT
006310     END-START
006320     PERFORM 3320-PRINT-ONE-PAYMENT
006330         THRU 3320-EXIT
006340         UNTIL WS-SCAN-DONE.
006350 3310-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*  3320-PRINT-ONE-PAYMENT
006400*      READ THE NEXT PAYMENT STATUS RECORD AND, WHILE IT IS
006410*      UNDER THE SOURCE AND REPORT AND DATED BEFORE THE NEXT
006420*      SUBMISSION, PRINT ITS REFERENCE, AMOUNT, AND WHAT BECAME
006430*      OF IT - PAID WITH THE CHECK OR EFT NUMBER AND DATE,
006440*      RETURNED WITH ITS REISSUE, VOIDED, OR SENT AND NOT YET
006450*      CONFIRMED.
006460*****************************************************************
006470 3320-PRINT-ONE-PAYMENT.
006480     READ EXPPYST NEXT RECORD
006490         AT END
006500             SET WS-SCAN-DONE TO TRUE
006510             GO TO 3320-EXIT
006520     END-READ
006530     IF EXPPYST-PAY-REF(1:8) NOT = WS-PYST-PREFIX
006540         OR EXPPYST-PAY-REF(9:8) NOT < WS-RPT-NEXT-DATE
006550             SET WS-SCAN-DONE TO TRUE
006560             GO TO 3320-EXIT
006570     END-IF
006580     IF EXPPYST-EMP-ID NOT = WS-RPT-EMP-ID
006590         GO TO 3320-EXIT
006600     END-IF
006610     SET WS-ANY-FOUND TO TRUE
006620     ADD 1 TO WS-PAYMENTS-PRINTED
006630     MOVE EXPPYST-SENT-AMOUNT TO WS-AMOUNT-FMT
006640     MOVE SPACES TO EXPARRPT-LINE
006650     EVALUATE TRUE
006660         WHEN EXPPYST-PAID
006670             MOVE EXPPYST-PAID-AMOUNT TO WS-PAID-FMT
006680             STRING '  ' DELIMITED BY SIZE
006690                    EXPPYST-PAY-REF DELIMITED BY SIZE
006700                    ' Sent ' DELIMITED BY SIZE
006710                    WS-AMOUNT-FMT DELIMITED BY SIZE
006720                    '  Paid ' DELIMITED BY SIZE
006730                    WS-PAID-FMT DELIMITED BY SIZE
006740                    ' ' DELIMITED BY SIZE
006750                    EXPPYST-PAID-DATE DELIMITED BY SIZE
006760                    '  Check/EFT ' DELIMITED BY SIZE
006770                    EXPPYST-CHECK-NO DELIMITED BY SIZE
006780                    INTO EXPARRPT-LINE
006790         WHEN EXPPYST-RETURNED
006800             STRING '  ' DELIMITED BY SIZE
006810                    EXPPYST-PAY-REF DELIMITED BY SIZE
006820                    ' Sent ' DELIMITED BY SIZE
006830                    WS-AMOUNT-FMT DELIMITED BY SIZE
006840                    '  RETURNED ' DELIMITED BY SIZE
006850                    EXPPYST-RETURN-DATE DELIMITED BY SIZE
006860                    '  Check/EFT ' DELIMITED BY SIZE
006870                    EXPPYST-CHECK-NO DELIMITED BY SIZE
006880                    '  Reissued as ' DELIMITED BY SIZE
006890                    EXPPYST-REISSUE-REF DELIMITED BY SIZE
006900                    INTO EXPARRPT-LINE
006910         WHEN EXPPYST-VOIDED
006920             STRING '  ' DELIMITED BY SIZE
006930                    EXPPYST-PAY-REF DELIMITED BY SIZE
006940                    ' Sent ' DELIMITED BY SIZE
006950                    WS-AMOUNT-FMT DELIMITED BY SIZE
006960                    '  VOIDED ' DELIMITED BY SIZE
006970                    EXPPYST-RETURN-DATE DELIMITED BY SIZE
006980                    '  Check/EFT ' DELIMITED BY SIZE
006990                    EXPPYST-CHECK-NO DELIMITED BY SIZE
007000                    INTO EXPARRPT-LINE
007010         WHEN OTHER
007020             STRING '  ' DELIMITED BY SIZE
007030                    EXPPYST-PAY-REF DELIMITED BY SIZE
007040                    ' Sent ' DELIMITED BY SIZE
007050                    WS-AMOUNT-FMT DELIMITED BY SIZE
007060                    '  Not yet confirmed by AP' DELIMITED BY SIZE
007070                    INTO EXPARRPT-LINE
007080     END-EVALUATE
007090     PERFORM 3700-WRITE-REPORT-LINE
007100         THRU 3700-EXIT.
007110 3320-EXIT.
007120     EXIT.
007130
007140*****************************************************************
007150*  3700-WRITE-REPORT-LINE
007160*      WRITE ONE LINE TO THE EXPARRPT PRINT FILE UNDER PAGE
007170*      CONTROL, AS EXPRPT01 DOES.  WHEN THE PAGE IS FULL THE
007180*      LINE IS HELD, A NEW PAGE HEADING IS STARTED, AND - IN
007190*      THE MIDDLE OF A REPORT - THE EMPLOYEE HEADER BLOCK IS
007200*      REPEATED, WITH THE COLUMN HEADER WHILE THE REPORT BODY
007210*      IS PRINTING, BEFORE THE HELD LINE IS RELEASED.
007220*****************************************************************
007230 3700-WRITE-REPORT-LINE.
007240     IF WS-LINES-ON-PAGE NOT < WS-PAGE-LIMIT
007250         MOVE EXPARRPT-LINE TO WS-HOLD-LINE
007260         PERFORM 3710-PRINT-PAGE-HEADING
007270             THRU 3710-EXIT
007280         IF WS-REPORT-ACTIVE
007290             PERFORM 3720-REPEAT-EMP-HEADER
007300                 THRU 3720-EXIT
007310         END-IF
007320         MOVE WS-HOLD-LINE TO EXPARRPT-LINE
007330     END-IF
007340     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
007350     ADD 1 TO WS-LINES-ON-PAGE.
007360 3700-EXIT.
007370     EXIT.
007380
007390*****************************************************************
007400*  3710-PRINT-PAGE-HEADING
007410*      START A NEW PAGE WITH THE EXPRPT01 PAGE HEADING AS THE
007420*      REPORT WAS ISSUED - ITS ORIGINAL PROCESSED DATE AND ITS
007430*      OWN PAGE NUMBER - MARKED WITH THE DATE OF THE REPRINT.
007440*      A PURGE RUN HEADS ITS LIST OF PURGED REPORTS WITH THE
007450*      RETENTION CUTOFF INSTEAD.
007460*****************************************************************
007470 3710-PRINT-PAGE-HEADING.
007480     ADD 1 TO WS-PAGE-COUNT
007490     MOVE WS-PAGE-COUNT TO WS-PAGE-FMT
007500     MOVE SPACES TO EXPARRPT-LINE
007510     IF WS-PURGE-RUN
007520         STRING 'EXPARC01   CLAIM ARCHIVE RETENTION PURGE   '
007530                    DELIMITED BY SIZE
007540                WS-RUN-DATE DELIMITED BY SIZE
007550                '   PAGE ' DELIMITED BY SIZE
007560                WS-PAGE-FMT DELIMITED BY SIZE
007570                '   REPORTS PROCESSED BEFORE ' DELIMITED BY SIZE
007580                WS-PURGE-CUTOFF DELIMITED BY SIZE
007590                INTO EXPARRPT-LINE
007600     ELSE
007610         STRING 'EXPRPT01   TRAVEL EXPENSE REPORT   '
007620                    DELIMITED BY SIZE
007630                WS-RPT-RUN-DATE DELIMITED BY SIZE
007640                '   PAGE ' DELIMITED BY SIZE
007650                WS-PAGE-FMT DELIMITED BY SIZE
007660                '   REPRINTED BY EXPARC01 ' DELIMITED BY SIZE
007670                WS-RUN-DATE DELIMITED BY SIZE
007680                INTO EXPARRPT-LINE
007690     END-IF
007700     WRITE EXPARRPT-RECORD AFTER ADVANCING PAGE
007710     MOVE SPACES TO EXPARRPT-LINE
007720     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
007730     MOVE 2 TO WS-LINES-ON-PAGE.
007740 3710-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780*  3720-REPEAT-EMP-HEADER
007790*      A PAGE BREAK FELL IN THE MIDDLE OF A REPORT - REPEAT THE
007800*      EMPLOYEE HEADER BLOCK, AND THE COLUMN HEADER IF THE
007810*      REPORT BODY IS STILL PRINTING, AT THE TOP OF THE PAGE.
007820*****************************************************************
007830 3720-REPEAT-EMP-HEADER.
007840     MOVE WS-RPT-REPORT-NO TO WS-REPORT-NO-FMT
007850     MOVE SPACES TO EXPARRPT-LINE
007860     STRING 'Report Number: ' DELIMITED BY SIZE
007870            WS-REPORT-NO-FMT DELIMITED BY SIZE
007880            ' (Continued)' DELIMITED BY SIZE
007890            INTO EXPARRPT-LINE
007900     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
007910     MOVE SPACES TO EXPARRPT-LINE
007920     STRING 'Employee Name: ' DELIMITED BY SIZE
007930            WS-RPT-EMP-NAME DELIMITED BY SIZE
007940            INTO EXPARRPT-LINE
007950     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
007960     MOVE SPACES TO EXPARRPT-LINE
007970     STRING 'Department:    ' DELIMITED BY SIZE
007980            WS-RPT-DEPARTMENT DELIMITED BY SIZE
007990            INTO EXPARRPT-LINE
008000     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008010     MOVE SPACES TO EXPARRPT-LINE
008020     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008030     ADD 4 TO WS-LINES-ON-PAGE
008040     IF WS-REPORT-BODY
008050         MOVE WS-COLUMN-HEADER TO EXPARRPT-LINE
008060         WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008070         ADD 1 TO WS-LINES-ON-PAGE
008080     END-IF.
008090 3720-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130*  3900-PRINT-RUN-SUMMARY
008140*      PRINT THE SELECTION AND THE RUN CONTROL TOTALS ON A
008150*      CLOSING PAGE.
008160*****************************************************************
008170 3900-PRINT-RUN-SUMMARY.
008180     MOVE SPACES TO EXPARRPT-LINE
008190     STRING 'EXPARC01   CLAIM ARCHIVE RUN SUMMARY   '
008200                DELIMITED BY SIZE
008210            WS-RUN-DATE DELIMITED BY SIZE
008220            INTO EXPARRPT-LINE
008230     WRITE EXPARRPT-RECORD AFTER ADVANCING PAGE
008240     MOVE SPACES TO EXPARRPT-LINE
008250     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008260     MOVE SPACES TO EXPARRPT-LINE
008270     STRING 'Selection: ' DELIMITED BY SIZE
008280            WS-SEL-PARM DELIMITED BY SIZE
008290            INTO EXPARRPT-LINE
008300     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008310     MOVE WS-RECORDS-READ TO WS-COUNT-FMT
008320     MOVE SPACES TO EXPARRPT-LINE
008330     STRING 'Archive Records Read: ' DELIMITED BY SIZE
008340            WS-COUNT-FMT DELIMITED BY SIZE
008350            INTO EXPARRPT-LINE
008360     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008370     IF WS-PURGE-RUN
008380         MOVE SPACES TO EXPARRPT-LINE
008390         STRING 'Retention Cutoff: ' DELIMITED BY SIZE
008400                WS-PURGE-CUTOFF DELIMITED BY SIZE
008410                INTO EXPARRPT-LINE
008420         WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008430         MOVE WS-REPORTS-PURGED TO WS-COUNT-FMT
008440         MOVE SPACES TO EXPARRPT-LINE
008450         STRING 'Reports Purged: ' DELIMITED BY SIZE
008460                WS-COUNT-FMT DELIMITED BY SIZE
008470                INTO EXPARRPT-LINE
008480         WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008490         MOVE WS-RECORDS-PURGED TO WS-COUNT-FMT
008500         MOVE SPACES TO EXPARRPT-LINE
008510         STRING 'Archive Records Purged: ' DELIMITED BY SIZE
008520                WS-COUNT-FMT DELIMITED BY SIZE
008530                INTO EXPARRPT-LINE
008540         WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008550         GO TO 3900-EXIT
008560     END-IF
008570     IF WS-REPORTS-PRINTED = 0
008580         MOVE 'No archived report matches the selection'
008590             TO EXPARRPT-LINE
008600         WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008610     END-IF
008620     MOVE WS-REPORTS-PRINTED TO WS-COUNT-FMT
008630     MOVE SPACES TO EXPARRPT-LINE
008640     STRING 'Reports Reprinted: ' DELIMITED BY SIZE
008650            WS-COUNT-FMT DELIMITED BY SIZE
008660            INTO EXPARRPT-LINE
008670     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008680     MOVE WS-EVENTS-PRINTED TO WS-COUNT-FMT
008690     MOVE SPACES TO EXPARRPT-LINE
008700     STRING 'Approval/Receipt Events: ' DELIMITED BY SIZE
008710            WS-COUNT-FMT DELIMITED BY SIZE
008720            INTO EXPARRPT-LINE
008730     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE
008740     MOVE WS-PAYMENTS-PRINTED TO WS-COUNT-FMT
008750     MOVE SPACES TO EXPARRPT-LINE
008760     STRING 'Payments Listed: ' DELIMITED BY SIZE
008770            WS-COUNT-FMT DELIMITED BY SIZE
008780            INTO EXPARRPT-LINE
008790     WRITE EXPARRPT-RECORD AFTER ADVANCING 1 LINE.
008800 3900-EXIT.
008810     EXIT.
008820
008830*****************************************************************
008840*  5000-PURGE-ARCHIVE
008850*      WORK OUT THE RETENTION CUTOFF - THE BUSINESS DATE
008860*      WS-RETENTION-YEARS YEARS BACK - AND READ THE WHOLE
008870*      ARCHIVE, DELETING EVERY RECORD OF A REPORT PROCESSED
008880*      BEFORE IT.  THE KEY LEADS WITH THE REPORT NUMBER, NOT THE
008890*      DATE, SO THE PURGE CANNOT STOP EARLY.
008900*****************************************************************
008910 5000-PURGE-ARCHIVE.
008920     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
008930     SUBTRACT WS-RETENTION-YEARS FROM WS-WORK-YYYY
008940     MOVE WS-WORK-DATE-X TO WS-PURGE-CUTOFF
008950     PERFORM 3710-PRINT-PAGE-HEADING
008960         THRU 3710-EXIT
008970     MOVE LOW-VALUES TO EXPARCH-KEY
008980     SET WS-SCAN-NOT-DONE TO TRUE
008990     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
009000         INVALID KEY
009010             GO TO 5000-EXIT
009020     END-START
009030     PERFORM 5100-PURGE-ONE-RECORD
009040         THRU 5100-EXIT
009050         UNTIL WS-SCAN-DONE.
009060 5000-EXIT.
009070     EXIT.
009080
009090*****************************************************************
009100*  5100-PURGE-ONE-RECORD
009110*      READ THE NEXT ARCHIVE RECORD AND DELETE IT IF ITS REPORT
009120*      WAS PROCESSED BEFORE THE CUTOFF, LISTING EACH REPORT AS
009130*      ITS HEADER GOES.
009140*****************************************************************
009150 5100-PURGE-ONE-RECORD.
009160     READ EXPARCH NEXT RECORD
009170         AT END
009180             SET WS-SCAN-DONE TO TRUE
009190             GO TO 5100-EXIT
009200     END-READ
009210     ADD 1 TO WS-RECORDS-READ
009220     IF EXPARCH-RUN-DATE NOT < WS-PURGE-CUTOFF
009230         GO TO 5100-EXIT
009240     END-IF
009250     IF EXPARCH-HEADER
009260         ADD 1 TO WS-REPORTS-PURGED
009270         MOVE EXPARCH-REPORT-NO TO WS-REPORT-NO-FMT
009280         MOVE EXPARCH-HDR-TOTAL TO WS-AMOUNT-FMT
009290         MOVE SPACES TO EXPARRPT-LINE
009300         STRING '  Report ' DELIMITED BY SIZE
009310                WS-REPORT-NO-FMT DELIMITED BY SIZE
009320                '  Processed ' DELIMITED BY SIZE
009330                EXPARCH-RUN-DATE DELIMITED BY SIZE
009340                '  Emp ' DELIMITED BY SIZE
009350                EXPARCH-EMP-ID DELIMITED BY SIZE
009360                ' ' DELIMITED BY SIZE
009370                EXPARCH-HDR-EMP-NAME DELIMITED BY SIZE
009380                '  Total ' DELIMITED BY SIZE
009390                WS-AMOUNT-FMT DELIMITED BY SIZE
009400                INTO EXPARRPT-LINE
009410         PERFORM 3700-WRITE-REPORT-LINE
009420             THRU 3700-EXIT
009430     END-IF
009440     DELETE EXPARCH RECORD
009450         INVALID KEY
009460             MOVE 'CLAIM ARCHIVE DELETE FAILED DURING PURGE'
009470                 TO WS-ABEND-MSG
009480             GO TO 9000-ABEND
009490     END-DELETE
009500     ADD 1 TO WS-RECORDS-PURGED.
009510 5100-EXIT.
009520     EXIT.
009530
009540*****************************************************************
009550*  9000-ABEND
009560*      A FATAL CONDITION - A BAD PARM, NO RUN CONTROL RECORD, A
009570*      FULL SELECTION TABLE, OR A FAILED DELETE.  DISPLAY THE
009580*      DIAGNOSTIC AND END THE RUN WITH A NONZERO RETURN CODE SO
009590*      THE JOB STEP SHOWS FAILED.
009600*****************************************************************
009610 9000-ABEND.
009620     DISPLAY WS-ABEND-MSG
009630     MOVE 16 TO RETURN-CODE
009640     STOP RUN.
009650
009660*****************************************************************
009670*  9999-TERMINATE
009680*****************************************************************
009690 9999-TERMINATE.
009700     CLOSE EXPARCH
009710     IF NOT WS-PURGE-RUN
009720         CLOSE EXPPYST
009730     END-IF
009740     CLOSE EXPARRPT.
009750 9999-EXIT.
009760     EXIT.
