000010*****************************************************************
000020*  PROGRAM-ID   : EXPAUS01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      PERIOD AUDIT SAMPLING AND ANOMALY DETECTION FOR INTERNAL
000090*      AUDIT, IN PLACE OF CLAIMS PICKED FOR REVIEW BY HAND.
000100*      READS THE LINE-LEVEL CLAIM DATA FOR EVERY REPORT THE
000110*      CLAIM HISTORY SHOWS PROCESSED IN THE PERIOD NAMED IN THE
000120*      EXEC PARM (YYYYMM), AND THE PERIOD'S CORPORATE CARD
000130*      CHARGES, AND FLAGS EACH CLAIM SHOWING ANY OF:
000140*        - SPLIT CLAIMS - TWO OR MORE LINES OF ONE EXPENSE TYPE
000150*          ON ONE EXPENSE DATE, EACH JUST UNDER THE EXPPOLCY
000160*          PER-LINE LIMIT;
000170*        - EXPENSES DATED ON A WEEKEND;
000180*        - EXPENSES DATED OUTSIDE THE TRIP START AND END DATES;
000190*        - ROUND-DOLLAR AMOUNTS;
000200*        - A CARD CHARGE AT THE SAME MERCHANT FOR THE SAME
000210*          AMOUNT AS ANOTHER EMPLOYEE'S CHARGE, CLAIMED ON IT;
000220*        - MILEAGE FAR ABOVE THE DEPARTMENT'S AVERAGE.
000230*      EACH FLAGGED CLAIM IS SCORED - THE POINTS FOR EACH
000240*      DISTINCT REASON ADDED TOGETHER - AND A RANDOM SAMPLE OF
000250*      THE UNFLAGGED CLAIMS IS ADDED AT THE RATE IN THE PARM.
000260*      THE SAMPLE IS DRAWN FROM A GENERATOR SEEDED WITH THE
000270*      PERIOD, SO A RERUN OF A PERIOD SELECTS THE SAME CLAIMS.
000280*      EVERY SELECTED CLAIM IS WRITTEN TO THE EXPAUSL AUDIT
000290*      SELECTION FILE AND PRINTED WITH ITS SCORE AND THE LINES
000300*      BEHIND EACH REASON.
000310*
000320*      PARM='YYYYMM' TAKES THE STANDARD SAMPLE RATE;
000330*      PARM='YYYYMM,PP' SAMPLES PP PERCENT OF THE UNFLAGGED
000340*      CLAIMS (00 TURNS THE SAMPLE OFF).
000350*
000360*  MODIFICATION HISTORY
000370*  DATE       INIT DESCRIPTION
000380*  ---------- ---- ------------------------------------------
000390*  2026-10-15 CAH  ORIGINAL VERSION.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.    EXPAUS01.
000430 AUTHOR.        C. A. HUJER.
000440 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000450 DATE-WRITTEN.  2026-10-15.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT EXPTRANS ASSIGN TO EXPTRANS
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT OPTIONAL EXPCARDF ASSIGN TO EXPCARDF
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT EXPHIST ASSIGN TO EXPHIST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS EXPHIST-REPORT-NO.
000590     SELECT EXPMAST ASSIGN TO EXPMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS EXPMAST-EMP-ID.
000630     SELECT EXPPOLCY ASSIGN TO EXPPOLCY
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT EXPAUSL ASSIGN TO EXPAUSL
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT EXPAURPT ASSIGN TO EXPAURPT
000680         ORGANIZATION IS SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EXPTRANS
000730     RECORDING MODE IS F.
000740     COPY EXPTRAN.
000750
000760 FD  EXPCARDF
000770     RECORDING MODE IS F.
000780     COPY EXPCARDF.
000790
000800 FD  EXPHIST
000810     RECORDING MODE IS F.
000820     COPY EXPHIST.
000830
000840 FD  EXPMAST
000850     RECORDING MODE IS F.
000860     COPY EXPMAST.
000870
000880 FD  EXPPOLCY
000890     RECORDING MODE IS F.
000900     COPY EXPPOLCY.
000910
000920 FD  EXPAUSL
000930     RECORDING MODE IS F.
000940     COPY EXPAUSL.
000950
000960 FD  EXPAURPT
000970     RECORDING MODE IS F.
000980     COPY EXPAURPT.
000990
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020*    SWITCHES
001030*----------------------------------------------------------------
001040 01  WS-EXPTRANS-EOF-SW          PIC X(01)   VALUE 'N'.
001050         88  WS-EXPTRANS-EOF                      VALUE 'Y'.
001060         88  WS-EXPTRANS-NOT-EOF                  VALUE 'N'.
001070 01  WS-EXPCARDF-EOF-SW          PIC X(01)   VALUE 'N'.
001080         88  WS-EXPCARDF-EOF                      VALUE 'Y'.
001090         88  WS-EXPCARDF-NOT-EOF                  VALUE 'N'.
001100 01  WS-EXPMAST-EOF-SW           PIC X(01)   VALUE 'N'.
001110         88  WS-EXPMAST-EOF                       VALUE 'Y'.
001120         88  WS-EXPMAST-NOT-EOF                   VALUE 'N'.
001130 01  WS-EXPPOLCY-EOF-SW          PIC X(01)   VALUE 'N'.
001140         88  WS-EXPPOLCY-EOF                      VALUE 'Y'.
001150         88  WS-EXPPOLCY-NOT-EOF                  VALUE 'N'.
001160 01  WS-GROUP-SW                 PIC X(01)   VALUE 'N'.
001170         88  WS-GROUP-AUDITED                     VALUE 'Y'.
001180         88  WS-GROUP-SKIPPED                     VALUE 'N'.
001190
001200*----------------------------------------------------------------
001210*    PERIOD CONTROL AND RUN COUNTERS
001220*----------------------------------------------------------------
001230 01  WS-PERIOD                   PIC X(06)   VALUE SPACES.
001240 77  WS-LINES-EXAMINED           PIC 9(05)   COMP VALUE 0.
001250 77  WS-CHARGES-EXAMINED         PIC 9(05)   COMP VALUE 0.
001260 77  WS-GROUPS-SKIPPED           PIC 9(05)   COMP VALUE 0.
001270 77  WS-SPLIT-CLAIMS             PIC 9(05)   COMP VALUE 0.
001280 77  WS-WEEKEND-CLAIMS           PIC 9(05)   COMP VALUE 0.
001290 77  WS-OUTSIDE-CLAIMS           PIC 9(05)   COMP VALUE 0.
001300 77  WS-ROUND-CLAIMS             PIC 9(05)   COMP VALUE 0.
001310 77  WS-MERCHANT-CLAIMS          PIC 9(05)   COMP VALUE 0.
001320 77  WS-MILEAGE-CLAIMS           PIC 9(05)   COMP VALUE 0.
001330 77  WS-FLAGGED-CLAIMS           PIC 9(05)   COMP VALUE 0.
001340 77  WS-SAMPLED-CLAIMS           PIC 9(05)   COMP VALUE 0.
001350 77  WS-SELECTED-CLAIMS          PIC 9(05)   COMP VALUE 0.
001360 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001370
001380*----------------------------------------------------------------
001390*    ANOMALY TEST SETTINGS.  A LINE IS "JUST UNDER" ITS LIMIT
001400*    AT WS-SPLIT-PCT PERCENT OF IT OR MORE.  A ROUND-DOLLAR
001410*    AMOUNT HAS NO CENTS, IS A MULTIPLE OF WS-ROUND-UNIT
001420*    DOLLARS, AND IS AT LEAST WS-ROUND-MINIMUM - SMALLER ROUND
001430*    FIGURES ARE TOO COMMON TO MEAN ANYTHING.  A MILEAGE LINE
001440*    IS UNUSUALLY HIGH WHEN ITS MILES ARE MORE THAN
001450*    WS-MILEAGE-FACTOR TIMES ITS DEPARTMENT'S AVERAGE MILEAGE
001460*    LINE, ONCE THE DEPARTMENT HAS WS-MILEAGE-MIN-LINES MILEAGE
001470*    LINES IN THE PERIOD TO AVERAGE.  THE SPLIT AND ROUND TESTS
001480*    READ THE KEYED AMOUNT, SO THEY LOOK ONLY AT LINES KEYED IN
001490*    HOME CURRENCY.
001500*----------------------------------------------------------------
001510 77  WS-SPLIT-PCT                PIC 9(03)   COMP VALUE 90.
001520 77  WS-ROUND-UNIT               PIC 9(03)   COMP VALUE 5.
001530 77  WS-ROUND-MINIMUM            PIC 9(05)V99 VALUE 25.00.
001540 77  WS-MILEAGE-FACTOR           PIC 9(03)   COMP VALUE 3.
001550 77  WS-MILEAGE-MIN-LINES        PIC 9(03)   COMP VALUE 5.
001560 77  WS-HOME-CURRENCY            PIC X(03)   VALUE 'USD'.
001570
001580*----------------------------------------------------------------
001590*    SCORING - THE POINTS EACH DISTINCT REASON ADDS TO A CLAIM'S
001600*    SCORE.  THE RANDOM SAMPLE ADDS NONE.
001610*----------------------------------------------------------------
001620 77  WS-SPLIT-POINTS             PIC 9(03)   COMP VALUE 30.
001630 77  WS-MERCHANT-POINTS          PIC 9(03)   COMP VALUE 25.
001640 77  WS-OUTSIDE-POINTS           PIC 9(03)   COMP VALUE 20.
001650 77  WS-MILEAGE-POINTS           PIC 9(03)   COMP VALUE 20.
001660 77  WS-WEEKEND-POINTS           PIC 9(03)   COMP VALUE 10.
001670 77  WS-ROUND-POINTS             PIC 9(03)   COMP VALUE 10.
001680
001690*----------------------------------------------------------------
001700*    RANDOM SAMPLE - A MULTIPLICATIVE CONGRUENTIAL GENERATOR
001710*    (SEED TIMES 16807, MODULO 2**31 - 1) SEEDED WITH THE
001720*    PERIOD, SO THE SAME PERIOD ALWAYS DRAWS THE SAME SAMPLE.
001730*    EACH UNFLAGGED CLAIM TAKES THE NEXT DRAW, AND IS SAMPLED
001740*    WHEN THE DRAW MODULO 100 FALLS UNDER THE SAMPLE PERCENT.
001750*----------------------------------------------------------------
001760 77  WS-DEFAULT-SAMPLE-PCT       PIC 9(02)   VALUE 05.
001770 01  WS-SAMPLE-PCT               PIC 9(02)   VALUE 0.
001780 77  WS-RAND-MULTIPLIER          PIC 9(05)   COMP VALUE 16807.
001790 77  WS-RAND-MODULUS             PIC 9(10)   COMP
001800                                             VALUE 2147483647.
001810 01  WS-RAND-SEED                PIC 9(10)   COMP VALUE 0.
001820 01  WS-RAND-PRODUCT             PIC 9(15)   COMP VALUE 0.
001830 01  WS-RAND-QUOT                PIC 9(15)   COMP VALUE 0.
001840 01  WS-RAND-DRAW                PIC 9(03)   COMP VALUE 0.
001850
001860*----------------------------------------------------------------
001870*    EMPLOYEE MASTER TABLE - LOADED FROM EXPMAST.  THE GRADE
001880*    PICKS THE POLICY TIER FOR THE SPLIT TEST, AND THE CARD
001890*    NUMBER RIDES THE CARD/COST-CENTER AREA, SO THE TABLE ALSO
001900*    SERVES THE CARD-TO-EMPLOYEE LOOKUP THE WAY IT DOES IN THE
001910*    CARD RECONCILIATION.
001920*----------------------------------------------------------------
001930 77  WS-EMP-MAST-COUNT           PIC 9(04)   COMP VALUE 0.
001940 77  WS-MAX-EMPLOYEES            PIC 9(04)   COMP VALUE 2000.
001950 01  WS-EMP-TABLE.
001960         05  WS-EMP-ENTRY OCCURS 0 TO 2000 TIMES
001970                          DEPENDING ON WS-EMP-MAST-COUNT
001980                          INDEXED BY EI.
001990             10  WS-EMP-MAST-ID      PIC X(06).
002000             10  WS-EMP-MAST-CC      PIC X(08).
002010             10  WS-EMP-MAST-GRADE   PIC X(01).
002020
002030*----------------------------------------------------------------
002040*    EXPENSE POLICY TABLE - LOADED FROM THE EXPPOLCY CONTROL
002050*    FILE.  THE ROW IN FORCE FOR A LINE IS THE ONE FOR ITS TYPE
002060*    WITH THE LATEST EFFECTIVE DATE NOT AFTER THE LINE'S
002070*    EXPENSE DATE, A ROW MATCHING THE EMPLOYEE'S GRADE BEATING
002080*    THE ALL-GRADES (SPACE) ROW - THE SAME RULE THE REPORT
002090*    PROGRAM APPLIES.
002100*----------------------------------------------------------------
002110 77  WS-POLICY-COUNT             PIC 9(03)   COMP VALUE 0.
002120 77  WS-MAX-POLICIES             PIC 9(03)   COMP VALUE 100.
002130 01  WS-POLICY-TABLE.
002140         05  WS-POL-ENTRY OCCURS 0 TO 100 TIMES
002150                          DEPENDING ON WS-POLICY-COUNT
002160                          INDEXED BY POI.
002170             10  WS-POL-TYPE         PIC 9(01).
002180             10  WS-POL-GRADE        PIC X(01).
002190             10  WS-POL-EFF-DATE     PIC X(08).
002200             10  WS-POL-TYPE-NAME    PIC X(11).
002210             10  WS-POL-LIMIT        PIC 9(08)V99.
002220 01  WS-POL-LOOKUP-TYPE          PIC 9(01)   VALUE 0.
002230 01  WS-POL-LOOKUP-DATE          PIC X(08)   VALUE SPACES.
002240 01  WS-POL-LOOKUP-GRADE         PIC X(01)   VALUE SPACES.
002250 01  WS-POL-GRADE-DATE           PIC X(08)   VALUE SPACES.
002260 01  WS-POL-GRADE-NAME           PIC X(11)   VALUE SPACES.
002270 01  WS-POL-GRADE-LIMIT          PIC 9(08)V99      VALUE 0.
002280 01  WS-POL-ANY-DATE             PIC X(08)   VALUE SPACES.
002290 01  WS-POL-ANY-NAME             PIC X(11)   VALUE SPACES.
002300 01  WS-POL-ANY-LIMIT            PIC 9(08)V99      VALUE 0.
002310 01  WS-POLICY-TYPE-NAME         PIC X(11)   VALUE SPACES.
002320 01  WS-POLICY-LIMIT             PIC 9(08)V99      VALUE 0.
002330
002340*----------------------------------------------------------------
002350*    CLAIM TABLE - ONE ROW PER REPORT PROCESSED IN THE PERIOD,
002360*    IN THE ORDER ITS SUBMISSION APPEARS ON THE FILE, POINTING
002370*    AT ITS RUN OF ROWS IN THE LINE TABLE.  THE REASON SWITCHES
002380*    ARE ROLLED UP FROM ITS LINES AT SELECTION TIME.
002390*----------------------------------------------------------------
002400 77  WS-CLM-COUNT                PIC 9(05)   COMP VALUE 0.
002410 77  WS-MAX-CLAIMS               PIC 9(05)   COMP VALUE 5000.
002420 01  WS-CLM-TABLE.
002430         05  WS-CLM-ENTRY OCCURS 0 TO 5000 TIMES
002440                          DEPENDING ON WS-CLM-COUNT
002450                          INDEXED BY CI.
002460             10  WS-CLM-REPORT-NO    PIC 9(06).
002470             10  WS-CLM-EMP-ID       PIC X(06).
002480             10  WS-CLM-EMP-NAME     PIC X(20).
002490             10  WS-CLM-DEPARTMENT   PIC X(10).
002500             10  WS-CLM-GRADE        PIC X(01).
002510             10  WS-CLM-TRIP-START   PIC X(08).
002520             10  WS-CLM-TRIP-END     PIC X(08).
002530             10  WS-CLM-AMOUNT       PIC 9(08)V99.
002540             10  WS-CLM-FIRST-LINE   PIC 9(05)   COMP.
002550             10  WS-CLM-LAST-LINE    PIC 9(05)   COMP.
002560             10  WS-CLM-SCORE        PIC 9(03).
002570             10  WS-CLM-REASONS.
002580                 15  WS-CLM-SPLIT-SW     PIC X(01).
002590                 15  WS-CLM-WEEKEND-SW   PIC X(01).
002600                 15  WS-CLM-OUTSIDE-SW   PIC X(01).
002610                 15  WS-CLM-ROUND-SW     PIC X(01).
002620                 15  WS-CLM-MERCHANT-SW  PIC X(01).
002630                 15  WS-CLM-MILEAGE-SW   PIC X(01).
002640                 15  WS-CLM-SAMPLE-SW    PIC X(01).
002650
002660*----------------------------------------------------------------
002670*    LINE TABLE - EVERY DETAIL LINE OF THE PERIOD'S CLAIMS, WITH
002680*    ITS CLAIM ROW, THE POLICY TYPE NAME AND LIMIT IN FORCE FOR
002690*    IT, AND ONE SWITCH PER ANOMALY TEST IT FAILED.  A MILEAGE
002700*    (TYPE 6) LINE CARRIES MILES, NOT DOLLARS.
002710*----------------------------------------------------------------
002720 77  WS-LINE-COUNT               PIC 9(05)   COMP VALUE 0.
002730 77  WS-MAX-LINES                PIC 9(05)   COMP VALUE 20000.
002740 01  WS-LINE-TABLE.
002750         05  WS-LN-ENTRY OCCURS 0 TO 20000 TIMES
002760                         DEPENDING ON WS-LINE-COUNT
002770                         INDEXED BY LI LJ.
002780             10  WS-LN-CLAIM         PIC 9(05)   COMP.
002790             10  WS-LN-TYPE          PIC 9(01).
002800             10  WS-LN-AMOUNT        PIC 9(08)V99.
002810             10  WS-LN-MILES         PIC 9(07).
002820             10  WS-LN-CURRENCY      PIC X(03).
002830             10  WS-LN-EXP-DATE      PIC X(08).
002840             10  WS-LN-TYPE-NAME     PIC X(11).
002850             10  WS-LN-LIMIT         PIC 9(08)V99.
002860             10  WS-LN-NEAR-SW       PIC X(01).
002870             10  WS-LN-SPLIT-SW      PIC X(01).
002880             10  WS-LN-WEEKEND-SW    PIC X(01).
002890             10  WS-LN-OUTSIDE-SW    PIC X(01).
002900             10  WS-LN-ROUND-SW      PIC X(01).
002910             10  WS-LN-MERCHANT-SW   PIC X(01).
002920             10  WS-LN-MILEAGE-SW    PIC X(01).
002930             10  WS-LN-MERCHANT      PIC X(20).
002940 01  WS-CURR-CLAIM               PIC 9(05)   COMP VALUE 0.
002950 01  WS-SPLIT-MATES              PIC 9(03)   COMP VALUE 0.
002960
002970*----------------------------------------------------------------
002980*    CARD CHARGE TABLE - THE PERIOD'S CORPORATE CARD CHARGES,
002990*    EACH RESOLVED TO ITS CARDHOLDER.  THE SHARED SWITCH IS SET
003000*    ON EVERY CHARGE THAT ANOTHER EMPLOYEE'S CHARGE MATCHES ON
003010*    MERCHANT AND AMOUNT.
003020*----------------------------------------------------------------
003030 77  WS-CHG-COUNT                PIC 9(05)   COMP VALUE 0.
003040 77  WS-MAX-CHARGES              PIC 9(05)   COMP VALUE 10000.
003050 01  WS-CHG-TABLE.
003060         05  WS-CHG-ENTRY OCCURS 0 TO 10000 TIMES
003070                          DEPENDING ON WS-CHG-COUNT
003080                          INDEXED BY GI GJ.
003090             10  WS-CHG-EMP-ID       PIC X(06).
003100             10  WS-CHG-DATE         PIC X(08).
003110             10  WS-CHG-AMOUNT       PIC 9(08)V99.
003120             10  WS-CHG-MERCHANT     PIC X(20).
003130             10  WS-CHG-SHARED-SW    PIC X(01).
003140
003150*----------------------------------------------------------------
003160*    DEPARTMENT MILEAGE TABLE - MILEAGE LINES AND MILES PER
003170*    DEPARTMENT FOR THE PERIOD, AND THE AVERAGE MILES PER LINE
003180*    THE HIGH-MILEAGE TEST MEASURES AGAINST.
003190*----------------------------------------------------------------
003200 77  WS-DEPT-COUNT               PIC 9(03)   COMP VALUE 0.
003210 77  WS-MAX-DEPTS                PIC 9(03)   COMP VALUE 200.
003220 01  WS-DEPT-TABLE.
003230         05  WS-DEPT-ENTRY OCCURS 0 TO 200 TIMES
003240                           DEPENDING ON WS-DEPT-COUNT
003250                           INDEXED BY DI.
003260             10  WS-DEPT-NAME        PIC X(10).
003270             10  WS-DEPT-MILE-LINES  PIC 9(05)   COMP.
003280             10  WS-DEPT-MILES       PIC 9(09)   COMP.
003290             10  WS-DEPT-AVG-MILES   PIC 9(07)   COMP.
003300 01  WS-MILE-CEILING             PIC 9(09)   COMP VALUE 0.
003310
003320*----------------------------------------------------------------
003330*    DATE WORK AREAS - THE DAY OF THE WEEK IS WORKED OUT WITH
003340*    ZELLER'S CONGRUENCE, WHICH GIVES 0 FOR SATURDAY AND 1 FOR
003350*    SUNDAY.
003360*----------------------------------------------------------------
003370 01  WS-WORK-DATE.
003380         05  WS-WORK-DATE-X              PIC X(08).
003390         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
003400             10  WS-WORK-YYYY        PIC 9(04).
003410             10  WS-WORK-MM          PIC 9(02).
003420             10  WS-WORK-DD          PIC 9(02).
003430 01  WS-ZEL-YEAR                 PIC 9(04)   COMP VALUE 0.
003440 01  WS-ZEL-MONTH                PIC 9(02)   COMP VALUE 0.
003450 01  WS-ZEL-CENTURY              PIC 9(02)   COMP VALUE 0.
003460 01  WS-ZEL-YEAR-OF-CENT         PIC 9(02)   COMP VALUE 0.
003470 01  WS-ZEL-TERM                 PIC 9(05)   COMP VALUE 0.
003480 01  WS-ZEL-SUM                  PIC 9(05)   COMP VALUE 0.
003490 01  WS-WEEKDAY                  PIC 9(01)   COMP VALUE 0.
003500         88  WS-WEEKEND-DAY                       VALUE 0 1.
003510 01  WS-WHOLE-DOLLARS            PIC 9(08)   VALUE 0.
003520 01  WS-ROUND-QUOT               PIC 9(08)   COMP VALUE 0.
003530 01  WS-ROUND-REM                PIC 9(03)   COMP VALUE 0.
003540
003550*----------------------------------------------------------------
003560*    REPORT WORK AREAS
003570*----------------------------------------------------------------
003580 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
003590 01  WS-LIMIT-FMT                PIC $$$,$$$,$$9.99.
003600 01  WS-REPORT-NO-FMT            PIC Z(05)9.
003610 01  WS-COUNT-FMT                PIC Z(04)9.
003620 01  WS-MILES-FMT                PIC Z(06)9.
003630 01  WS-SCORE-FMT                PIC ZZ9.
003640 01  WS-PCT-FMT                  PIC Z9.
003650 01  WS-REASON-TEXT              PIC X(16)   VALUE SPACES.
003660 01  WS-LINE-PTR                 PIC 9(03)   COMP VALUE 1.
003670
003680 LINKAGE SECTION.
003690*----------------------------------------------------------------
003700*    EXEC PARM AREA - PARM='YYYYMM' OR 'YYYYMM,PP' NAMES THE
003710*    PERIOD AUDITED AND, OPTIONALLY, THE SAMPLE PERCENT
003720*----------------------------------------------------------------
003730 01  LK-PARM-AREA.
003740         05  LK-PARM-LENGTH           PIC S9(04) COMP.
003750         05  LK-PARM-TEXT              PIC X(09).
003760
003770 PROCEDURE DIVISION USING LK-PARM-AREA.
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE
003800         THRU 1000-EXIT
003810     IF WS-CLM-COUNT > 0
003820         PERFORM 2000-TEST-ONE-CLAIM
003830             THRU 2000-EXIT
003840             VARYING CI FROM 1 BY 1
003850             UNTIL CI > WS-CLM-COUNT
003860         PERFORM 2500-TEST-MILEAGE
003870             THRU 2500-EXIT
003880         PERFORM 2700-TEST-MERCHANTS
003890             THRU 2700-EXIT
003900         PERFORM 3000-SELECT-ONE-CLAIM
003910             THRU 3000-EXIT
003920             VARYING CI FROM 1 BY 1
003930             UNTIL CI > WS-CLM-COUNT
003940     END-IF
003950     PERFORM 3900-PRINT-RUN-SUMMARY
003960         THRU 3900-EXIT
003970     PERFORM 9999-TERMINATE
003980         THRU 9999-EXIT
003990     STOP RUN.
004000
004010*****************************************************************
004020*  1000-INITIALIZE
004030*      VALIDATE THE PERIOD AND SAMPLE RATE PARM, SEED THE SAMPLE
004040*      GENERATOR, OPEN THE FILES, AND LOAD THE POLICY TABLE, THE
004050*      EMPLOYEE MASTER, THE PERIOD'S CLAIM LINES, AND THE
004060*      PERIOD'S CARD CHARGES.
004070*****************************************************************
004080 1000-INITIALIZE.
004090     IF LK-PARM-LENGTH NOT = 6
004100         AND LK-PARM-LENGTH NOT = 9
004110             MOVE 'PERIOD PARM MUST BE YYYYMM OR YYYYMM,PP'
004120                 TO WS-ABEND-MSG
004130             GO TO 9000-ABEND
004140     END-IF
004150     IF LK-PARM-TEXT(1:6) IS NOT NUMERIC
004160         MOVE 'PERIOD PARM MUST BE YYYYMM OR YYYYMM,PP'
004170             TO WS-ABEND-MSG
004180         GO TO 9000-ABEND
004190     END-IF
004200     MOVE LK-PARM-TEXT(1:6) TO WS-PERIOD
004210     MOVE WS-DEFAULT-SAMPLE-PCT TO WS-SAMPLE-PCT
004220     IF LK-PARM-LENGTH = 9
004230         IF LK-PARM-TEXT(7:1) NOT = ','
004240             OR LK-PARM-TEXT(8:2) IS NOT NUMERIC
004250                 MOVE 'PERIOD PARM MUST BE YYYYMM OR YYYYMM,PP'
004260                     TO WS-ABEND-MSG
004270                 GO TO 9000-ABEND
004280         END-IF
004290         MOVE LK-PARM-TEXT(8:2) TO WS-SAMPLE-PCT
004300     END-IF
004310     MOVE WS-PERIOD TO WS-RAND-SEED
004320     OPEN INPUT EXPTRANS
004330     OPEN INPUT EXPCARDF
004340     OPEN INPUT EXPHIST
004350     OPEN OUTPUT EXPAUSL
004360     OPEN OUTPUT EXPAURPT
004370     MOVE WS-SAMPLE-PCT TO WS-PCT-FMT
004380     MOVE SPACES TO EXPAURPT-LINE
004390     STRING 'Expense Audit Selection - Period ' DELIMITED BY SIZE
004400            WS-PERIOD DELIMITED BY SIZE
004410            '  Sample Rate ' DELIMITED BY SIZE
004420            WS-PCT-FMT DELIMITED BY SIZE
004430            '%' DELIMITED BY SIZE
004440            INTO EXPAURPT-LINE
004450     WRITE EXPAURPT-RECORD
004460     MOVE SPACES TO EXPAURPT-LINE
004470     WRITE EXPAURPT-RECORD
004480     PERFORM 1020-LOAD-POLICY
004490         THRU 1020-EXIT
004500     PERFORM 1030-LOAD-EMP-MASTER
004510         THRU 1030-EXIT
004520     PERFORM 1100-LOAD-CLAIMS
004530         THRU 1100-EXIT
004540     PERFORM 1200-LOAD-CHARGES
004550         THRU 1200-EXIT.
004560 1000-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600*  1020-LOAD-POLICY
004610*      OPEN THE EXPENSE POLICY CONTROL FILE AND LOAD
004620*      WS-POLICY-TABLE WITH ONE ROW PER TYPE, GRADE TIER, AND
004630*      EFFECTIVE DATE ON THE FILE.
004640*****************************************************************
004650 1020-LOAD-POLICY.
004660     OPEN INPUT EXPPOLCY
004670     MOVE 0 TO WS-POLICY-COUNT
004680     SET POI TO 1
004690     PERFORM 1025-LOAD-ONE-POLICY
004700         THRU 1025-EXIT
004710         UNTIL WS-EXPPOLCY-EOF
004720     CLOSE EXPPOLCY
004730     IF WS-POLICY-COUNT = 0
004740         MOVE 'EXPENSE POLICY FILE IS EMPTY' TO WS-ABEND-MSG
004750         GO TO 9000-ABEND
004760     END-IF.
004770 1020-EXIT.
004780     EXIT.
004790
004800*****************************************************************
004810*  1025-LOAD-ONE-POLICY
004820*      READ ONE EXPPOLCY RECORD AND MOVE IT INTO THE NEXT ROW
004830*      OF WS-POLICY-TABLE.
004840*****************************************************************
004850 1025-LOAD-ONE-POLICY.
004860     READ EXPPOLCY
004870         AT END
004880             SET WS-EXPPOLCY-EOF TO TRUE
004890             GO TO 1025-EXIT
004900     END-READ
004910     IF POI > WS-MAX-POLICIES
004920         MOVE 'EXPENSE POLICY TABLE FULL' TO WS-ABEND-MSG
004930         GO TO 9000-ABEND
004940     END-IF
004950     MOVE EXPPOLCY-TYPE       TO WS-POL-TYPE(POI)
004960     MOVE EXPPOLCY-GRADE      TO WS-POL-GRADE(POI)
004970     MOVE EXPPOLCY-EFF-DATE   TO WS-POL-EFF-DATE(POI)
004980     MOVE EXPPOLCY-TYPE-NAME  TO WS-POL-TYPE-NAME(POI)
004990     MOVE EXPPOLCY-LIMIT      TO WS-POL-LIMIT(POI)
005000     ADD 1 TO WS-POLICY-COUNT
005010     SET POI UP BY 1.
005020 1025-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  1030-LOAD-EMP-MASTER
005070*      OPEN THE EMPLOYEE MASTER FILE AND LOAD WS-EMP-TABLE WITH
005080*      EACH EMPLOYEE'S ID, CARD/COST-CENTER AREA, AND GRADE.
005090*****************************************************************
005100 1030-LOAD-EMP-MASTER.
005110     OPEN INPUT EXPMAST
005120     MOVE 0 TO WS-EMP-MAST-COUNT
005130     SET EI TO 1
005140     PERFORM 1040-LOAD-ONE-EMP
005150         THRU 1040-EXIT
005160         UNTIL WS-EXPMAST-EOF
005170     CLOSE EXPMAST.
005180 1030-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*  1040-LOAD-ONE-EMP
005230*      READ ONE EXPMAST RECORD AND MOVE ITS ID, CARD AREA, AND
005240*      GRADE INTO THE NEXT ROW OF WS-EMP-TABLE.
005250*****************************************************************
005260 1040-LOAD-ONE-EMP.
005270     READ EXPMAST
005280         AT END
005290             SET WS-EXPMAST-EOF TO TRUE
005300             GO TO 1040-EXIT
005310     END-READ
005320     IF EI > WS-MAX-EMPLOYEES
005330         MOVE 'EMPLOYEE MASTER TABLE FULL' TO WS-ABEND-MSG
005340         GO TO 9000-ABEND
005350     END-IF
005360     MOVE EXPMAST-EMP-ID      TO WS-EMP-MAST-ID(EI)
005370     MOVE EXPMAST-COST-CENTER TO WS-EMP-MAST-CC(EI)
005380     MOVE EXPMAST-GRADE       TO WS-EMP-MAST-GRADE(EI)
005390     ADD 1 TO WS-EMP-MAST-COUNT
005400     SET EI UP BY 1.
005410 1040-EXIT.
005420     EXIT.
005430
005440*****************************************************************
005450*  1100-LOAD-CLAIMS
005460*      READ THE SORTED TRANSACTION GENERATIONS AND LOAD EVERY
005470*      SUBMISSION THE CLAIM HISTORY SHOWS PROCESSED IN THE
005480*      PERIOD INTO THE CLAIM AND LINE TABLES.
005490*****************************************************************
005500 1100-LOAD-CLAIMS.
005510     SET WS-GROUP-SKIPPED TO TRUE
005520     PERFORM 1110-LOAD-ONE-TRAN
005530         THRU 1110-EXIT
005540         UNTIL WS-EXPTRANS-EOF
005550     CLOSE EXPTRANS
005560     CLOSE EXPHIST.
005570 1100-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610*  1110-LOAD-ONE-TRAN
005620*      READ ONE TRANSACTION RECORD - A HEADER DECIDES WHETHER ITS
005630*      SUBMISSION IS AUDITED AND, IF SO, STARTS A CLAIM ROW; A
005640*      DETAIL LINE OF AN AUDITED SUBMISSION GOES INTO THE NEXT
005650*      ROW OF THE LINE TABLE.  ADVANCE RECORDS ARE NOT EXPENSE
005660*      CLAIMS AND ARE SKIPPED.
005670*****************************************************************
005680 1110-LOAD-ONE-TRAN.
005690     READ EXPTRANS
005700         AT END
005710             SET WS-EXPTRANS-EOF TO TRUE
005720             GO TO 1110-EXIT
005730     END-READ
005740     IF EXPTRAN-HEADER-REC
005750         PERFORM 1150-START-CLAIM
005760             THRU 1150-EXIT
005770         GO TO 1110-EXIT
005780     END-IF
005790     IF NOT EXPTRAN-DETAIL-REC
005800         OR WS-GROUP-SKIPPED
005810             GO TO 1110-EXIT
005820     END-IF
005830     IF WS-LINE-COUNT = WS-MAX-LINES
005840         MOVE 'CLAIM LINE TABLE FULL' TO WS-ABEND-MSG
005850         GO TO 9000-ABEND
005860     END-IF
005870     ADD 1 TO WS-LINE-COUNT
005880     ADD 1 TO WS-LINES-EXAMINED
005890     SET LI TO WS-LINE-COUNT
005900     MOVE WS-CURR-CLAIM      TO WS-LN-CLAIM(LI)
005910     MOVE EXPTRAN-TYPE       TO WS-LN-TYPE(LI)
005920     MOVE EXPTRAN-CURRENCY   TO WS-LN-CURRENCY(LI)
005930     MOVE EXPTRAN-EXP-DATE   TO WS-LN-EXP-DATE(LI)
005940*    A MILEAGE LINE'S AMOUNT BYTES CARRY MILES, NOT DOLLARS.
005950     IF EXPTRAN-TYPE = 6
005960         MOVE 0             TO WS-LN-AMOUNT(LI)
005970         MOVE EXPTRAN-MILES TO WS-LN-MILES(LI)
005980     ELSE
005990         MOVE EXPTRAN-AMOUNT TO WS-LN-AMOUNT(LI)
006000         MOVE 0              TO WS-LN-MILES(LI)
006010     END-IF
006020     MOVE SPACES TO WS-LN-TYPE-NAME(LI)
006030     MOVE 0      TO WS-LN-LIMIT(LI)
006040     MOVE 'N'    TO WS-LN-NEAR-SW(LI)
006050     MOVE 'N'    TO WS-LN-SPLIT-SW(LI)
006060     MOVE 'N'    TO WS-LN-WEEKEND-SW(LI)
006070     MOVE 'N'    TO WS-LN-OUTSIDE-SW(LI)
006080     MOVE 'N'    TO WS-LN-ROUND-SW(LI)
006090     MOVE 'N'    TO WS-LN-MERCHANT-SW(LI)
006100     MOVE 'N'    TO WS-LN-MILEAGE-SW(LI)
006110     MOVE SPACES TO WS-LN-MERCHANT(LI)
006120     SET CI TO WS-CURR-CLAIM
006130     MOVE WS-LINE-COUNT TO WS-CLM-LAST-LINE(CI).
006140 1110-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*  1150-START-CLAIM
006190*      LOOK THE HEADER'S REPORT UP ON THE CLAIM HISTORY.  A
006200*      REPORT PROCESSED IN THE PERIOD, AND NOT ALREADY LOADED
006210*      FROM AN EARLIER GENERATION, STARTS A NEW CLAIM ROW;
006220*      ANY OTHER SUBMISSION - REJECTED, HELD, PROCESSED IN
006230*      ANOTHER PERIOD, OR A RELEASED DUPLICATE RESUBMITTED - IS
006240*      SKIPPED WITH ITS LINES.
006250*****************************************************************
006260 1150-START-CLAIM.
006270     SET WS-GROUP-SKIPPED TO TRUE
006280     MOVE EXPTRAN-REPORT-NO TO EXPHIST-REPORT-NO
006290     READ EXPHIST
006300         INVALID KEY
006310             GO TO 1150-EXIT
006320     END-READ
006330     IF EXPHIST-RUN-DATE(1:6) NOT = WS-PERIOD
006340         GO TO 1150-EXIT
006350     END-IF
006360     IF WS-CLM-COUNT > 0
006370         SET CI TO 1
006380         SEARCH WS-CLM-ENTRY
006390             AT END
006400                 CONTINUE
006410             WHEN WS-CLM-REPORT-NO(CI) = EXPTRAN-REPORT-NO
006420                 ADD 1 TO WS-GROUPS-SKIPPED
006430                 GO TO 1150-EXIT
006440         END-SEARCH
006450     END-IF
006460     IF WS-CLM-COUNT = WS-MAX-CLAIMS
006470         MOVE 'CLAIM TABLE FULL' TO WS-ABEND-MSG
006480         GO TO 9000-ABEND
006490     END-IF
006500     SET WS-GROUP-AUDITED TO TRUE
006510     ADD 1 TO WS-CLM-COUNT
006520     MOVE WS-CLM-COUNT TO WS-CURR-CLAIM
006530     SET CI TO WS-CLM-COUNT
006540     MOVE EXPTRAN-REPORT-NO  TO WS-CLM-REPORT-NO(CI)
006550     MOVE EXPTRAN-EMP-ID     TO WS-CLM-EMP-ID(CI)
006560     MOVE EXPTRAN-EMP-NAME   TO WS-CLM-EMP-NAME(CI)
006570     MOVE EXPTRAN-DEPARTMENT TO WS-CLM-DEPARTMENT(CI)
006580     MOVE EXPTRAN-TRIP-START TO WS-CLM-TRIP-START(CI)
006590     MOVE EXPTRAN-TRIP-END   TO WS-CLM-TRIP-END(CI)
006600     MOVE EXPHIST-AMOUNT     TO WS-CLM-AMOUNT(CI)
006610     COMPUTE WS-CLM-FIRST-LINE(CI) = WS-LINE-COUNT + 1
006620     MOVE WS-LINE-COUNT      TO WS-CLM-LAST-LINE(CI)
006630     MOVE 0                  TO WS-CLM-SCORE(CI)
006640     MOVE 'NNNNNNN'          TO WS-CLM-REASONS(CI)
006650     MOVE SPACE              TO WS-CLM-GRADE(CI)
006660     SET EI TO 1
006670     SEARCH WS-EMP-ENTRY
006680         AT END
006690             CONTINUE
006700         WHEN WS-EMP-MAST-ID(EI) = EXPTRAN-EMP-ID
006710             MOVE WS-EMP-MAST-GRADE(EI) TO WS-CLM-GRADE(CI)
006720     END-SEARCH.
006730 1150-EXIT.
006740     EXIT.
006750
006760*****************************************************************
006770*  1200-LOAD-CHARGES
006780*      LOAD THE PERIOD'S CORPORATE CARD CHARGES, EACH RESOLVED
006790*      TO ITS CARDHOLDER.  NO CARD FILE MEANS NO MERCHANT TEST.
006800*****************************************************************
006810 1200-LOAD-CHARGES.
006820     PERFORM 1210-LOAD-ONE-CHARGE
006830         THRU 1210-EXIT
006840         UNTIL WS-EXPCARDF-EOF
006850     CLOSE EXPCARDF.
006860 1200-EXIT.
006870     EXIT.
006880
006890*****************************************************************
006900*  1210-LOAD-ONE-CHARGE
006910*      READ ONE CARD CHARGE AND, WHEN IT WAS CHARGED IN THE
006920*      PERIOD ON A CARD THE EMPLOYEE MASTER KNOWS, MOVE IT INTO
006930*      THE NEXT ROW OF WS-CHG-TABLE.  AN UNKNOWN CARD IS THE
006940*      CARD RECONCILIATION'S TO REPORT, NOT AUDIT'S.
006950*****************************************************************
006960 1210-LOAD-ONE-CHARGE.
006970     READ EXPCARDF
006980         AT END
006990             SET WS-EXPCARDF-EOF TO TRUE
007000             GO TO 1210-EXIT
007010     END-READ
007020     IF EXPCARDF-CHARGE-DATE(1:6) NOT = WS-PERIOD
007030         GO TO 1210-EXIT
007040     END-IF
007050     SET EI TO 1
007060     SEARCH WS-EMP-ENTRY
007070         AT END
007080             GO TO 1210-EXIT
007090         WHEN WS-EMP-MAST-CC(EI) = EXPCARDF-CARD-NO
007100             CONTINUE
007110     END-SEARCH
007120     IF WS-CHG-COUNT = WS-MAX-CHARGES
007130         MOVE 'CARD CHARGE TABLE FULL' TO WS-ABEND-MSG
007140         GO TO 9000-ABEND
007150     END-IF
007160     ADD 1 TO WS-CHG-COUNT
007170     ADD 1 TO WS-CHARGES-EXAMINED
007180     SET GI TO WS-CHG-COUNT
007190     MOVE WS-EMP-MAST-ID(EI)   TO WS-CHG-EMP-ID(GI)
007200     MOVE EXPCARDF-CHARGE-DATE TO WS-CHG-DATE(GI)
007210     MOVE EXPCARDF-AMOUNT      TO WS-CHG-AMOUNT(GI)
007220     MOVE EXPCARDF-MERCHANT    TO WS-CHG-MERCHANT(GI)
007230     MOVE 'N'                  TO WS-CHG-SHARED-SW(GI).
007240 1210-EXIT.
007250     EXIT.
007260
007270*****************************************************************
007280*  2000-TEST-ONE-CLAIM
007290*      RUN THE LINE-BY-LINE TESTS OVER CLAIM ROW CI - WEEKEND,
007300*      OUTSIDE THE TRIP, ROUND DOLLARS, AND NEAR THE LIMIT - AND
007310*      THEN THE SPLIT TEST ACROSS ITS NEAR-LIMIT LINES.
007320*****************************************************************
007330 2000-TEST-ONE-CLAIM.
007340     SET WS-CURR-CLAIM TO CI
007350     MOVE WS-CLM-GRADE(CI) TO WS-POL-LOOKUP-GRADE
007360     PERFORM 2100-TEST-ONE-LINE
007370         THRU 2100-EXIT
007380         VARYING LI FROM WS-CLM-FIRST-LINE(CI) BY 1
007390         UNTIL LI > WS-CLM-LAST-LINE(CI)
007400     PERFORM 2200-TEST-SPLIT-LINE
007410         THRU 2200-EXIT
007420         VARYING LI FROM WS-CLM-FIRST-LINE(CI) BY 1
007430         UNTIL LI > WS-CLM-LAST-LINE(CI).
007440 2000-EXIT.
007450     EXIT.
007460
007470*****************************************************************
007480*  2100-TEST-ONE-LINE
007490*      TEST LINE ROW LI OF CLAIM ROW CI.  A MILEAGE LINE IS ALSO
007500*      ADDED TO ITS DEPARTMENT'S MILEAGE FOR THE HIGH-MILEAGE
007510*      TEST, WHICH NEEDS THE WHOLE PERIOD'S AVERAGE FIRST.
007520*****************************************************************
007530 2100-TEST-ONE-LINE.
007540     MOVE WS-LN-TYPE(LI)     TO WS-POL-LOOKUP-TYPE
007550     MOVE WS-LN-EXP-DATE(LI) TO WS-POL-LOOKUP-DATE
007560     PERFORM 2105-FIND-POLICY
007570         THRU 2105-EXIT
007580     MOVE WS-POLICY-TYPE-NAME TO WS-LN-TYPE-NAME(LI)
007590     MOVE WS-POLICY-LIMIT     TO WS-LN-LIMIT(LI)
007600     IF WS-LN-EXP-DATE(LI) < WS-CLM-TRIP-START(CI)
007610         OR WS-LN-EXP-DATE(LI) > WS-CLM-TRIP-END(CI)
007620             MOVE 'Y' TO WS-LN-OUTSIDE-SW(LI)
007630     END-IF
007640     MOVE WS-LN-EXP-DATE(LI) TO WS-WORK-DATE-X
007650     IF WS-WORK-DATE-X IS NUMERIC
007660         PERFORM 2150-FIND-WEEKDAY
007670             THRU 2150-EXIT
007680         IF WS-WEEKEND-DAY
007690             MOVE 'Y' TO WS-LN-WEEKEND-SW(LI)
007700         END-IF
007710     END-IF
007720     IF WS-LN-TYPE(LI) = 6
007730         PERFORM 2170-ADD-DEPT-MILES
007740             THRU 2170-EXIT
007750         GO TO 2100-EXIT
007760     END-IF
007770     IF WS-LN-CURRENCY(LI) NOT = WS-HOME-CURRENCY
007780         AND WS-LN-CURRENCY(LI) NOT = SPACES
007790             GO TO 2100-EXIT
007800     END-IF
007810*    ROUND DOLLARS - NO CENTS, A MULTIPLE OF THE ROUND UNIT, AND
007820*    AT LEAST THE ROUND MINIMUM.
007830     MOVE WS-LN-AMOUNT(LI) TO WS-WHOLE-DOLLARS
007840     IF WS-WHOLE-DOLLARS = WS-LN-AMOUNT(LI)
007850         AND WS-LN-AMOUNT(LI) NOT < WS-ROUND-MINIMUM
007860             DIVIDE WS-WHOLE-DOLLARS BY WS-ROUND-UNIT
007870                 GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
007880             IF WS-ROUND-REM = 0
007890                 MOVE 'Y' TO WS-LN-ROUND-SW(LI)
007900             END-IF
007910     END-IF
007920*    NEAR THE LIMIT - ONLY A PER-LINE LIMIT CAN BE DODGED BY
007930*    SPLITTING A LINE.  THE MEAL TYPES' LIMIT IS A DAILY
007940*    PER-DIEM CHECKED ON THE DAY'S TOTAL, SO A SPLIT MEAL GAINS
007950*    NOTHING AND THE MEAL TYPES ARE LEFT OUT.
007960     IF WS-LN-TYPE(LI) = 1
007970         OR WS-LN-TYPE(LI) = 2
007980         OR WS-LN-LIMIT(LI) = 0
007990             GO TO 2100-EXIT
008000     END-IF
008010     IF WS-LN-AMOUNT(LI) NOT > WS-LN-LIMIT(LI)
008020         AND WS-LN-AMOUNT(LI) * 100 NOT <
008030             WS-LN-LIMIT(LI) * WS-SPLIT-PCT
008040                 MOVE 'Y' TO WS-LN-NEAR-SW(LI)
008050     END-IF.
008060 2100-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*  2105-FIND-POLICY
008110*      FIND THE POLICY ROW IN FORCE FOR WS-POL-LOOKUP-TYPE ON
008120*      WS-POL-LOOKUP-DATE FOR GRADE WS-POL-LOOKUP-GRADE AND LEAVE
008130*      ITS TYPE NAME AND LIMIT IN THE WS-POLICY-* FIELDS.  A TYPE
008140*      WITH NO ROW IN FORCE HAS NO LIMIT TO SPLIT AROUND.
008150*****************************************************************
008160 2105-FIND-POLICY.
008170     MOVE SPACES TO WS-POL-GRADE-DATE
008180     MOVE SPACES TO WS-POL-ANY-DATE
008190     PERFORM 2107-SCAN-ONE-POLICY
008200         THRU 2107-EXIT
008210         VARYING POI FROM 1 BY 1
008220         UNTIL POI > WS-POLICY-COUNT
008230     EVALUATE TRUE
008240         WHEN WS-POL-GRADE-DATE NOT = SPACES
008250             MOVE WS-POL-GRADE-NAME  TO WS-POLICY-TYPE-NAME
008260             MOVE WS-POL-GRADE-LIMIT TO WS-POLICY-LIMIT
008270         WHEN WS-POL-ANY-DATE NOT = SPACES
008280             MOVE WS-POL-ANY-NAME  TO WS-POLICY-TYPE-NAME
008290             MOVE WS-POL-ANY-LIMIT TO WS-POLICY-LIMIT
008300         WHEN OTHER
008310             MOVE SPACES TO WS-POLICY-TYPE-NAME
008320             STRING 'Type ' DELIMITED BY SIZE
008330                    WS-POL-LOOKUP-TYPE DELIMITED BY SIZE
008340                    INTO WS-POLICY-TYPE-NAME
008350             MOVE 0 TO WS-POLICY-LIMIT
008360     END-EVALUATE.
008370 2105-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410*  2107-SCAN-ONE-POLICY
008420*      LOOK AT ONE POLICY TABLE ROW AND KEEP IT AS THE
008430*      GRADE-MATCHED OR ALL-GRADES CANDIDATE WHEN ITS TYPE
008440*      MATCHES, ITS EFFECTIVE DATE IS ON OR BEFORE THE LOOKUP
008450*      DATE, AND IT IS LATER THAN THE CANDIDATE KEPT SO FAR.
008460*****************************************************************
008470 2107-SCAN-ONE-POLICY.
008480     IF WS-POL-TYPE(POI) NOT = WS-POL-LOOKUP-TYPE
008490         OR WS-POL-EFF-DATE(POI) > WS-POL-LOOKUP-DATE
008500             GO TO 2107-EXIT
008510     END-IF
008520     IF WS-POL-GRADE(POI) = SPACE
008530         IF WS-POL-ANY-DATE = SPACES
008540             OR WS-POL-EFF-DATE(POI) > WS-POL-ANY-DATE
008550                 MOVE WS-POL-EFF-DATE(POI)  TO WS-POL-ANY-DATE
008560                 MOVE WS-POL-TYPE-NAME(POI) TO WS-POL-ANY-NAME
008570                 MOVE WS-POL-LIMIT(POI)     TO WS-POL-ANY-LIMIT
008580         END-IF
008590     ELSE
008600         IF WS-POL-GRADE(POI) = WS-POL-LOOKUP-GRADE
008610             AND (WS-POL-GRADE-DATE = SPACES
008620                 OR WS-POL-EFF-DATE(POI) > WS-POL-GRADE-DATE)
008630                 MOVE WS-POL-EFF-DATE(POI)  TO WS-POL-GRADE-DATE
008640                 MOVE WS-POL-TYPE-NAME(POI) TO WS-POL-GRADE-NAME
008650                 MOVE WS-POL-LIMIT(POI)     TO WS-POL-GRADE-LIMIT
008660         END-IF
008670     END-IF.
008680 2107-EXIT.
008690     EXIT.
008700
008710*****************************************************************
008720*  2150-FIND-WEEKDAY
008730*      WORK OUT THE DAY OF THE WEEK OF WS-WORK-DATE INTO
008740*      WS-WEEKDAY BY ZELLER'S CONGRUENCE - JANUARY AND FEBRUARY
008750*      COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
008760*****************************************************************
008770 2150-FIND-WEEKDAY.
008780     MOVE WS-WORK-YYYY TO WS-ZEL-YEAR
008790     MOVE WS-WORK-MM   TO WS-ZEL-MONTH
008800     IF WS-ZEL-MONTH < 3
008810         ADD 12 TO WS-ZEL-MONTH
008820         SUBTRACT 1 FROM WS-ZEL-YEAR
008830     END-IF
008840     DIVIDE WS-ZEL-YEAR BY 100
008850         GIVING WS-ZEL-CENTURY REMAINDER WS-ZEL-YEAR-OF-CENT
008860     COMPUTE WS-ZEL-TERM = 13 * (WS-ZEL-MONTH + 1)
008870     DIVIDE WS-ZEL-TERM BY 5 GIVING WS-ZEL-TERM
008880     COMPUTE WS-ZEL-SUM = WS-WORK-DD + WS-ZEL-TERM
008890         + WS-ZEL-YEAR-OF-CENT + 5 * WS-ZEL-CENTURY
008900     DIVIDE WS-ZEL-YEAR-OF-CENT BY 4 GIVING WS-ZEL-TERM
008910     ADD WS-ZEL-TERM TO WS-ZEL-SUM
008920     DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-TERM
008930     ADD WS-ZEL-TERM TO WS-ZEL-SUM
008940     DIVIDE WS-ZEL-SUM BY 7
008950         GIVING WS-ZEL-TERM REMAINDER WS-WEEKDAY.
008960 2150-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000*  2170-ADD-DEPT-MILES
009010*      ADD MILEAGE LINE ROW LI TO ITS CLAIM'S DEPARTMENT ROW,
009020*      STARTING A ROW FOR A DEPARTMENT NOT YET SEEN.
009030*****************************************************************
009040 2170-ADD-DEPT-MILES.
009050     SET DI TO 1
009060     IF WS-DEPT-COUNT > 0
009070         SEARCH WS-DEPT-ENTRY
009080             AT END
009090                 SET DI TO WS-DEPT-COUNT
009100                 SET DI UP BY 1
009110             WHEN WS-DEPT-NAME(DI) = WS-CLM-DEPARTMENT(CI)
009120                 CONTINUE
009130         END-SEARCH
009140     END-IF
009150     IF DI > WS-DEPT-COUNT
009160         IF WS-DEPT-COUNT = WS-MAX-DEPTS
009170             MOVE 'DEPARTMENT MILEAGE TABLE FULL' TO WS-ABEND-MSG
009180             GO TO 9000-ABEND
009190         END-IF
009200         ADD 1 TO WS-DEPT-COUNT
009210         SET DI TO WS-DEPT-COUNT
009220         MOVE WS-CLM-DEPARTMENT(CI) TO WS-DEPT-NAME(DI)
009230         MOVE 0 TO WS-DEPT-MILE-LINES(DI)
009240         MOVE 0 TO WS-DEPT-MILES(DI)
009250         MOVE 0 TO WS-DEPT-AVG-MILES(DI)
009260     END-IF
009270     ADD 1 TO WS-DEPT-MILE-LINES(DI)
009280     ADD WS-LN-MILES(LI) TO WS-DEPT-MILES(DI).
009290 2170-EXIT.
009300     EXIT.
009310
009320*****************************************************************
009330*  2200-TEST-SPLIT-LINE
009340*      A NEAR-LIMIT LINE ROW LI IS PART OF A SPLIT CLAIM WHEN AT
009350*      LEAST ONE OTHER NEAR-LIMIT LINE OF THE SAME CLAIM HAS THE
009360*      SAME TYPE AND EXPENSE DATE.
009370*****************************************************************
009380 2200-TEST-SPLIT-LINE.
009390     IF WS-LN-NEAR-SW(LI) NOT = 'Y'
009400         GO TO 2200-EXIT
009410     END-IF
009420     MOVE 0 TO WS-SPLIT-MATES
009430     PERFORM 2210-COUNT-ONE-MATE
009440         THRU 2210-EXIT
009450         VARYING LJ FROM WS-CLM-FIRST-LINE(CI) BY 1
009460         UNTIL LJ > WS-CLM-LAST-LINE(CI)
009470     IF WS-SPLIT-MATES > 0
009480         MOVE 'Y' TO WS-LN-SPLIT-SW(LI)
009490     END-IF.
009500 2200-EXIT.
009510     EXIT.
009520
009530*****************************************************************
009540*  2210-COUNT-ONE-MATE
009550*      COUNT LINE ROW LJ WHEN IT IS ANOTHER NEAR-LIMIT LINE OF
009560*      THE SAME TYPE ON THE SAME DATE AS LINE ROW LI.
009570*****************************************************************
009580 2210-COUNT-ONE-MATE.
009590     IF LJ NOT = LI
009600         AND WS-LN-NEAR-SW(LJ) = 'Y'
009610         AND WS-LN-TYPE(LJ) = WS-LN-TYPE(LI)
009620         AND WS-LN-EXP-DATE(LJ) = WS-LN-EXP-DATE(LI)
009630             ADD 1 TO WS-SPLIT-MATES
009640     END-IF.
009650 2210-EXIT.
009660     EXIT.
009670
009680*****************************************************************
009690*  2500-TEST-MILEAGE
009700*      WORK OUT EACH DEPARTMENT'S AVERAGE MILES PER MILEAGE LINE,
009710*      THEN FLAG EVERY MILEAGE LINE FAR ABOVE ITS DEPARTMENT'S
009720*      AVERAGE.
009730*****************************************************************
009740 2500-TEST-MILEAGE.
009750     IF WS-DEPT-COUNT = 0
009760         GO TO 2500-EXIT
009770     END-IF
009780     PERFORM 2510-AVERAGE-ONE-DEPT
009790         THRU 2510-EXIT
009800         VARYING DI FROM 1 BY 1
009810         UNTIL DI > WS-DEPT-COUNT
009820     PERFORM 2520-TEST-ONE-MILEAGE
009830         THRU 2520-EXIT
009840         VARYING LI FROM 1 BY 1
009850         UNTIL LI > WS-LINE-COUNT.
009860 2500-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900*  2510-AVERAGE-ONE-DEPT
009910*      AVERAGE DEPARTMENT ROW DI'S MILES PER MILEAGE LINE.
009920*****************************************************************
009930 2510-AVERAGE-ONE-DEPT.
009940     DIVIDE WS-DEPT-MILES(DI) BY WS-DEPT-MILE-LINES(DI)
009950         GIVING WS-DEPT-AVG-MILES(DI).
009960 2510-EXIT.
009970     EXIT.
009980
009990*****************************************************************
010000*  2520-TEST-ONE-MILEAGE
010010*      FLAG MILEAGE LINE ROW LI WHEN ITS DEPARTMENT HAS ENOUGH
010020*      MILEAGE LINES TO AVERAGE AND ITS MILES ARE OVER THE
010030*      MILEAGE FACTOR TIMES THAT AVERAGE.
010040*****************************************************************
010050 2520-TEST-ONE-MILEAGE.
010060     IF WS-LN-TYPE(LI) NOT = 6
010070         GO TO 2520-EXIT
010080     END-IF
010090     SET CI TO WS-LN-CLAIM(LI)
010100     SET DI TO 1
010110     SEARCH WS-DEPT-ENTRY
010120         AT END
010130             GO TO 2520-EXIT
010140         WHEN WS-DEPT-NAME(DI) = WS-CLM-DEPARTMENT(CI)
010150             CONTINUE
010160     END-SEARCH
010170     IF WS-DEPT-MILE-LINES(DI) < WS-MILEAGE-MIN-LINES
010180         GO TO 2520-EXIT
010190     END-IF
010200     COMPUTE WS-MILE-CEILING =
010210         WS-DEPT-AVG-MILES(DI) * WS-MILEAGE-FACTOR
010220     IF WS-LN-MILES(LI) > WS-MILE-CEILING
010230         MOVE 'Y' TO WS-LN-MILEAGE-SW(LI)
010240     END-IF.
010250 2520-EXIT.
010260     EXIT.
010270
010280*****************************************************************
010290*  2700-TEST-MERCHANTS
010300*      MARK EVERY CARD CHARGE THAT ANOTHER EMPLOYEE'S CHARGE
010310*      MATCHES ON MERCHANT AND AMOUNT, THEN FLAG THE CLAIM LINE
010320*      EACH MARKED CHARGE WAS CLAIMED ON - SAME EMPLOYEE, DATE,
010330*      AND AMOUNT, THE MATCH THE CARD RECONCILIATION USES.
010340*****************************************************************
010350 2700-TEST-MERCHANTS.
010360     IF WS-CHG-COUNT < 2
010370         GO TO 2700-EXIT
010380     END-IF
010390     PERFORM 2710-COMPARE-ONE-CHARGE
010400         THRU 2710-EXIT
010410         VARYING GI FROM 1 BY 1
010420         UNTIL GI > WS-CHG-COUNT
010430     PERFORM 2750-TIE-ONE-CHARGE
010440         THRU 2750-EXIT
010450         VARYING GI FROM 1 BY 1
010460         UNTIL GI > WS-CHG-COUNT.
010470 2700-EXIT.
010480     EXIT.
010490
010500*****************************************************************
010510*  2710-COMPARE-ONE-CHARGE
010520*      COMPARE CHARGE ROW GI WITH EVERY LATER CHARGE ROW.
010530*****************************************************************
010540 2710-COMPARE-ONE-CHARGE.
010550     PERFORM 2720-COMPARE-TWO-CHARGES
010560         THRU 2720-EXIT
010570         VARYING GJ FROM GI BY 1
010580         UNTIL GJ > WS-CHG-COUNT.
010590 2710-EXIT.
010600     EXIT.
010610
010620*****************************************************************
010630*  2720-COMPARE-TWO-CHARGES
010640*      MARK CHARGE ROWS GI AND GJ SHARED WHEN TWO DIFFERENT
010650*      EMPLOYEES WERE CHARGED THE SAME AMOUNT AT THE SAME
010660*      MERCHANT.
010670*****************************************************************
010680 2720-COMPARE-TWO-CHARGES.
010690     IF GJ NOT = GI
010700         AND WS-CHG-MERCHANT(GJ) = WS-CHG-MERCHANT(GI)
010710         AND WS-CHG-AMOUNT(GJ) = WS-CHG-AMOUNT(GI)
010720         AND WS-CHG-EMP-ID(GJ) NOT = WS-CHG-EMP-ID(GI)
010730             MOVE 'Y' TO WS-CHG-SHARED-SW(GI)
010740             MOVE 'Y' TO WS-CHG-SHARED-SW(GJ)
010750     END-IF.
010760 2720-EXIT.
010770     EXIT.
010780
010790*****************************************************************
010800*  2750-TIE-ONE-CHARGE
010810*      FOR A SHARED CHARGE ROW GI, FLAG EVERY CLAIM LINE IT WAS
010820*      CLAIMED ON.  A SHARED CHARGE NOBODY CLAIMED IN THE PERIOD
010830*      HAS NO CLAIM TO SELECT.
010840*****************************************************************
010850 2750-TIE-ONE-CHARGE.
010860     IF WS-CHG-SHARED-SW(GI) NOT = 'Y'
010870         GO TO 2750-EXIT
010880     END-IF
010890     PERFORM 2760-MATCH-ONE-LINE
010900         THRU 2760-EXIT
010910         VARYING LI FROM 1 BY 1
010920         UNTIL LI > WS-LINE-COUNT.
010930 2750-EXIT.
010940     EXIT.
010950
010960*****************************************************************
010970*  2760-MATCH-ONE-LINE
010980*      FLAG LINE ROW LI WHEN IT CLAIMS SHARED CHARGE ROW GI.
010990*      MILEAGE LINES CARRY MILES AND ARE NEVER CARD CHARGES.
011000*****************************************************************
011010 2760-MATCH-ONE-LINE.
011020     IF WS-LN-TYPE(LI) = 6
011030         OR WS-LN-EXP-DATE(LI) NOT = WS-CHG-DATE(GI)
011040         OR WS-LN-AMOUNT(LI) NOT = WS-CHG-AMOUNT(GI)
011050             GO TO 2760-EXIT
011060     END-IF
011070     SET CI TO WS-LN-CLAIM(LI)
011080     IF WS-CLM-EMP-ID(CI) = WS-CHG-EMP-ID(GI)
011090         MOVE 'Y' TO WS-LN-MERCHANT-SW(LI)
011100         MOVE WS-CHG-MERCHANT(GI) TO WS-LN-MERCHANT(LI)
011110     END-IF.
011120 2760-EXIT.
011130     EXIT.
011140
011150*****************************************************************
011160*  3000-SELECT-ONE-CLAIM
011170*      ROLL CLAIM ROW CI'S LINE FLAGS UP INTO ITS REASONS AND
011180*      SCORE.  A FLAGGED CLAIM IS SELECTED; AN UNFLAGGED ONE
011190*      TAKES THE NEXT RANDOM DRAW.  A SELECTED CLAIM IS WRITTEN
011200*      TO THE SELECTION FILE AND PRINTED.
011210*****************************************************************
011220 3000-SELECT-ONE-CLAIM.
011230     PERFORM 3050-ROLL-UP-ONE-LINE
011240         THRU 3050-EXIT
011250         VARYING LI FROM WS-CLM-FIRST-LINE(CI) BY 1
011260         UNTIL LI > WS-CLM-LAST-LINE(CI)
011270     PERFORM 3060-SCORE-CLAIM
011280         THRU 3060-EXIT
011290     IF WS-CLM-SCORE(CI) > 0
011300         ADD 1 TO WS-FLAGGED-CLAIMS
011310     ELSE
011320         PERFORM 3100-DRAW-SAMPLE
011330             THRU 3100-EXIT
011340         IF WS-CLM-SAMPLE-SW(CI) NOT = 'Y'
011350             GO TO 3000-EXIT
011360         END-IF
011370         ADD 1 TO WS-SAMPLED-CLAIMS
011380     END-IF
011390     ADD 1 TO WS-SELECTED-CLAIMS
011400     PERFORM 3200-WRITE-SELECTION
011410         THRU 3200-EXIT
011420     PERFORM 3300-PRINT-CLAIM
011430         THRU 3300-EXIT.
011440 3000-EXIT.
011450     EXIT.
011460
011470*****************************************************************
011480*  3050-ROLL-UP-ONE-LINE
011490*      CARRY LINE ROW LI'S FLAGS UP TO CLAIM ROW CI.
011500*****************************************************************
011510 3050-ROLL-UP-ONE-LINE.
011520     IF WS-LN-SPLIT-SW(LI) = 'Y'
011530         MOVE 'Y' TO WS-CLM-SPLIT-SW(CI)
011540     END-IF
011550     IF WS-LN-WEEKEND-SW(LI) = 'Y'
011560         MOVE 'Y' TO WS-CLM-WEEKEND-SW(CI)
011570     END-IF
011580     IF WS-LN-OUTSIDE-SW(LI) = 'Y'
011590         MOVE 'Y' TO WS-CLM-OUTSIDE-SW(CI)
011600     END-IF
011610     IF WS-LN-ROUND-SW(LI) = 'Y'
011620         MOVE 'Y' TO WS-CLM-ROUND-SW(CI)
011630     END-IF
011640     IF WS-LN-MERCHANT-SW(LI) = 'Y'
011650         MOVE 'Y' TO WS-CLM-MERCHANT-SW(CI)
011660     END-IF
011670     IF WS-LN-MILEAGE-SW(LI) = 'Y'
011680         MOVE 'Y' TO WS-CLM-MILEAGE-SW(CI)
011690     END-IF.
011700 3050-EXIT.
011710     EXIT.
011720
011730*****************************************************************
011740*  3060-SCORE-CLAIM
011750*      ADD THE POINTS FOR EACH DISTINCT REASON ON CLAIM ROW CI
011760*      INTO ITS SCORE AND COUNT THE CLAIM UNDER EACH REASON.
011770*****************************************************************
011780 3060-SCORE-CLAIM.
011790     MOVE 0 TO WS-CLM-SCORE(CI)
011800     IF WS-CLM-SPLIT-SW(CI) = 'Y'
011810         ADD WS-SPLIT-POINTS TO WS-CLM-SCORE(CI)
011820         ADD 1 TO WS-SPLIT-CLAIMS
011830     END-IF
011840     IF WS-CLM-WEEKEND-SW(CI) = 'Y'
011850         ADD WS-WEEKEND-POINTS TO WS-CLM-SCORE(CI)
011860         ADD 1 TO WS-WEEKEND-CLAIMS
011870     END-IF
011880     IF WS-CLM-OUTSIDE-SW(CI) = 'Y'
011890         ADD WS-OUTSIDE-POINTS TO WS-CLM-SCORE(CI)
011900         ADD 1 TO WS-OUTSIDE-CLAIMS
011910     END-IF
011920     IF WS-CLM-ROUND-SW(CI) = 'Y'
011930         ADD WS-ROUND-POINTS TO WS-CLM-SCORE(CI)
011940         ADD 1 TO WS-ROUND-CLAIMS
011950     END-IF
011960     IF WS-CLM-MERCHANT-SW(CI) = 'Y'
011970         ADD WS-MERCHANT-POINTS TO WS-CLM-SCORE(CI)
011980         ADD 1 TO WS-MERCHANT-CLAIMS
011990     END-IF
012000     IF WS-CLM-MILEAGE-SW(CI) = 'Y'
012010         ADD WS-MILEAGE-POINTS TO WS-CLM-SCORE(CI)
012020         ADD 1 TO WS-MILEAGE-CLAIMS
012030     END-IF.
012040 3060-EXIT.
012050     EXIT.
012060
012070*****************************************************************
012080*  3100-DRAW-SAMPLE
012090*      TAKE THE NEXT DRAW FROM THE SAMPLE GENERATOR AND SAMPLE
012100*      CLAIM ROW CI WHEN IT FALLS UNDER THE SAMPLE PERCENT.
012110*****************************************************************
012120 3100-DRAW-SAMPLE.
012130     COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * WS-RAND-MULTIPLIER
012140     DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
012150         GIVING WS-RAND-QUOT REMAINDER WS-RAND-SEED
012160     DIVIDE WS-RAND-SEED BY 100
012170         GIVING WS-RAND-QUOT REMAINDER WS-RAND-DRAW
012180     IF WS-RAND-DRAW < WS-SAMPLE-PCT
012190         MOVE 'Y' TO WS-CLM-SAMPLE-SW(CI)
012200     END-IF.
012210 3100-EXIT.
012220     EXIT.
012230
012240*****************************************************************
012250*  3200-WRITE-SELECTION
012260*      WRITE CLAIM ROW CI TO THE AUDIT SELECTION FILE, ITS REVIEW
012270*      FIELDS BLANK FOR INTERNAL AUDIT TO FILL IN.
012280*****************************************************************
012290 3200-WRITE-SELECTION.
012300     MOVE SPACES                 TO EXPAUSL-RECORD
012310     MOVE WS-PERIOD              TO EXPAUSL-PERIOD
012320     MOVE WS-CLM-REPORT-NO(CI)   TO EXPAUSL-REPORT-NO
012330     MOVE WS-CLM-EMP-ID(CI)      TO EXPAUSL-EMP-ID
012340     MOVE WS-CLM-EMP-NAME(CI)    TO EXPAUSL-EMP-NAME
012350     MOVE WS-CLM-DEPARTMENT(CI)  TO EXPAUSL-DEPARTMENT
012360     MOVE WS-CLM-TRIP-START(CI)  TO EXPAUSL-TRIP-START
012370     MOVE WS-CLM-TRIP-END(CI)    TO EXPAUSL-TRIP-END
012380     MOVE WS-CLM-AMOUNT(CI)      TO EXPAUSL-CLAIM-AMOUNT
012390     MOVE WS-CLM-SCORE(CI)       TO EXPAUSL-SCORE
012400     MOVE WS-CLM-REASONS(CI)     TO EXPAUSL-REASONS
012410     SET EXPAUSL-NOT-REVIEWED    TO TRUE
012420     WRITE EXPAUSL-RECORD.
012430 3200-EXIT.
012440     EXIT.
012450
012460*****************************************************************
012470*  3300-PRINT-CLAIM
012480*      PRINT CLAIM ROW CI'S BLOCK - THE CLAIM AND ITS SCORE,
012490*      THEN ONE LINE PER REASON PER EXPENSE LINE BEHIND IT.
012500*****************************************************************
012510 3300-PRINT-CLAIM.
012520     MOVE WS-CLM-REPORT-NO(CI) TO WS-REPORT-NO-FMT
012530     MOVE WS-CLM-SCORE(CI)     TO WS-SCORE-FMT
012540     MOVE SPACES TO EXPAURPT-LINE
012550     STRING 'Report ' DELIMITED BY SIZE
012560            WS-REPORT-NO-FMT DELIMITED BY SIZE
012570            ' Emp ' DELIMITED BY SIZE
012580            WS-CLM-EMP-ID(CI) DELIMITED BY SIZE
012590            ' ' DELIMITED BY SIZE
012600            WS-CLM-EMP-NAME(CI) DELIMITED BY SIZE
012610            ' Dept ' DELIMITED BY SIZE
012620            WS-CLM-DEPARTMENT(CI) DELIMITED BY SIZE
012630            ' Score ' DELIMITED BY SIZE
012640            WS-SCORE-FMT DELIMITED BY SIZE
012650            INTO EXPAURPT-LINE
012660     WRITE EXPAURPT-RECORD
012670     MOVE WS-CLM-AMOUNT(CI) TO WS-AMOUNT-FMT
012680     MOVE SPACES TO EXPAURPT-LINE
012690     STRING '  Claimed ' DELIMITED BY SIZE
012700            WS-AMOUNT-FMT DELIMITED BY SIZE
012710            '  Trip ' DELIMITED BY SIZE
012720            WS-CLM-TRIP-START(CI) DELIMITED BY SIZE
012730            ' - ' DELIMITED BY SIZE
012740            WS-CLM-TRIP-END(CI) DELIMITED BY SIZE
012750            INTO EXPAURPT-LINE
012760     WRITE EXPAURPT-RECORD
012770     IF WS-CLM-SAMPLE-SW(CI) = 'Y'
012780         MOVE '  RANDOM SAMPLE' TO EXPAURPT-LINE
012790         WRITE EXPAURPT-RECORD
012800     END-IF
012810     PERFORM 3310-PRINT-LINE-REASONS
012820         THRU 3310-EXIT
012830         VARYING LI FROM WS-CLM-FIRST-LINE(CI) BY 1
012840         UNTIL LI > WS-CLM-LAST-LINE(CI)
012850     MOVE SPACES TO EXPAURPT-LINE
012860     WRITE EXPAURPT-RECORD.
012870 3300-EXIT.
012880     EXIT.
012890
012900*****************************************************************
012910*  3310-PRINT-LINE-REASONS
012920*      PRINT ONE REASON LINE FOR EACH TEST LINE ROW LI FAILED.
012930*****************************************************************
012940 3310-PRINT-LINE-REASONS.
012950     IF WS-LN-SPLIT-SW(LI) = 'Y'
012960         MOVE '  SPLIT CLAIM   ' TO WS-REASON-TEXT
012970         MOVE WS-LN-LIMIT(LI) TO WS-LIMIT-FMT
012980         PERFORM 3320-FORMAT-REASON
012990             THRU 3320-EXIT
013000         STRING ' Limit' DELIMITED BY SIZE
013010                WS-LIMIT-FMT DELIMITED BY SIZE
013020                INTO EXPAURPT-LINE
013030                WITH POINTER WS-LINE-PTR
013040         WRITE EXPAURPT-RECORD
013050     END-IF
013060     IF WS-LN-WEEKEND-SW(LI) = 'Y'
013070         MOVE '  WEEKEND DATE  ' TO WS-REASON-TEXT
013080         PERFORM 3320-FORMAT-REASON
013090             THRU 3320-EXIT
013100         WRITE EXPAURPT-RECORD
013110     END-IF
013120     IF WS-LN-OUTSIDE-SW(LI) = 'Y'
013130         MOVE '  OUTSIDE TRIP  ' TO WS-REASON-TEXT
013140         PERFORM 3320-FORMAT-REASON
013150             THRU 3320-EXIT
013160         WRITE EXPAURPT-RECORD
013170     END-IF
013180     IF WS-LN-ROUND-SW(LI) = 'Y'
013190         MOVE '  ROUND AMOUNT  ' TO WS-REASON-TEXT
013200         PERFORM 3320-FORMAT-REASON
013210             THRU 3320-EXIT
013220         WRITE EXPAURPT-RECORD
013230     END-IF
013240     IF WS-LN-MERCHANT-SW(LI) = 'Y'
013250         MOVE '  SHARED CHARGE ' TO WS-REASON-TEXT
013260         PERFORM 3320-FORMAT-REASON
013270             THRU 3320-EXIT
013280         STRING ' ' DELIMITED BY SIZE
013290                WS-LN-MERCHANT(LI) DELIMITED BY SIZE
013300                INTO EXPAURPT-LINE
013310                WITH POINTER WS-LINE-PTR
013320         WRITE EXPAURPT-RECORD
013330     END-IF
013340     IF WS-LN-MILEAGE-SW(LI) = 'Y'
013350         MOVE '  HIGH MILEAGE  ' TO WS-REASON-TEXT
013360         PERFORM 3320-FORMAT-REASON
013370             THRU 3320-EXIT
013380         SET DI TO 1
013390         SEARCH WS-DEPT-ENTRY
013400             AT END
013410                 CONTINUE
013420             WHEN WS-DEPT-NAME(DI) = WS-CLM-DEPARTMENT(CI)
013430                 MOVE WS-DEPT-AVG-MILES(DI) TO WS-MILES-FMT
013440                 STRING ' Dept Avg' DELIMITED BY SIZE
013450                        WS-MILES-FMT DELIMITED BY SIZE
013460                        INTO EXPAURPT-LINE
013470                        WITH POINTER WS-LINE-PTR
013480         END-SEARCH
013490         WRITE EXPAURPT-RECORD
013500     END-IF.
013510 3310-EXIT.
013520     EXIT.
013530
013540*****************************************************************
013550*  3320-FORMAT-REASON
013560*      BUILD THE COMMON PART OF A REASON LINE FOR LINE ROW LI -
013570*      THE REASON, TYPE NAME, EXPENSE DATE, AND AMOUNT (OR MILES
013580*      ON A MILEAGE LINE) - LEAVING WS-LINE-PTR POINTING PAST IT
013590*      SO THE CALLER CAN ADD THE REASON'S OWN DETAIL.
013600*****************************************************************
013610 3320-FORMAT-REASON.
013620     MOVE SPACES TO EXPAURPT-LINE
013630     MOVE 1 TO WS-LINE-PTR
013640     IF WS-LN-TYPE(LI) = 6
013650         MOVE WS-LN-MILES(LI) TO WS-MILES-FMT
013660         STRING WS-REASON-TEXT DELIMITED BY SIZE
013670                WS-LN-TYPE-NAME(LI) DELIMITED BY SIZE
013680                ' ' DELIMITED BY SIZE
013690                WS-LN-EXP-DATE(LI) DELIMITED BY SIZE
013700                '    ' DELIMITED BY SIZE
013710                WS-MILES-FMT DELIMITED BY SIZE
013720                ' Mi' DELIMITED BY SIZE
013730                INTO EXPAURPT-LINE
013740                WITH POINTER WS-LINE-PTR
013750     ELSE
013760         MOVE WS-LN-AMOUNT(LI) TO WS-AMOUNT-FMT
013770         STRING WS-REASON-TEXT DELIMITED BY SIZE
013780                WS-LN-TYPE-NAME(LI) DELIMITED BY SIZE
013790                ' ' DELIMITED BY SIZE
013800                WS-LN-EXP-DATE(LI) DELIMITED BY SIZE
013810                WS-AMOUNT-FMT DELIMITED BY SIZE
013820                ' ' DELIMITED BY SIZE
013830                WS-LN-CURRENCY(LI) DELIMITED BY SIZE
013840                INTO EXPAURPT-LINE
013850                WITH POINTER WS-LINE-PTR
013860     END-IF.
013870 3320-EXIT.
013880     EXIT.
013890
013900*****************************************************************
013910*  3900-PRINT-RUN-SUMMARY
013920*      PRINT WHAT WAS EXAMINED AND WHAT WAS SELECTED, BY REASON.
013930*****************************************************************
013940 3900-PRINT-RUN-SUMMARY.
013950     MOVE 'Audit Selection Summary: ' TO EXPAURPT-LINE
013960     WRITE EXPAURPT-RECORD
013970     MOVE WS-CLM-COUNT TO WS-COUNT-FMT
013980     MOVE SPACES TO EXPAURPT-LINE
013990     STRING 'Claims Examined: ' DELIMITED BY SIZE
014000            WS-COUNT-FMT DELIMITED BY SIZE
014010            INTO EXPAURPT-LINE
014020     WRITE EXPAURPT-RECORD
014030     MOVE WS-LINES-EXAMINED TO WS-COUNT-FMT
014040     MOVE SPACES TO EXPAURPT-LINE
014050     STRING 'Lines Examined: ' DELIMITED BY SIZE
014060            WS-COUNT-FMT DELIMITED BY SIZE
014070            INTO EXPAURPT-LINE
014080     WRITE EXPAURPT-RECORD
014090     MOVE WS-CHARGES-EXAMINED TO WS-COUNT-FMT
014100     MOVE SPACES TO EXPAURPT-LINE
014110     STRING 'Card Charges Examined: ' DELIMITED BY SIZE
014120            WS-COUNT-FMT DELIMITED BY SIZE
014130            INTO EXPAURPT-LINE
014140     WRITE EXPAURPT-RECORD
014150     MOVE WS-GROUPS-SKIPPED TO WS-COUNT-FMT
014160     MOVE SPACES TO EXPAURPT-LINE
014170     STRING 'Repeat Submissions Skipped: ' DELIMITED BY SIZE
014180            WS-COUNT-FMT DELIMITED BY SIZE
014190            INTO EXPAURPT-LINE
014200     WRITE EXPAURPT-RECORD
014210     MOVE WS-SPLIT-CLAIMS TO WS-COUNT-FMT
014220     MOVE SPACES TO EXPAURPT-LINE
014230     STRING 'Split Claims: ' DELIMITED BY SIZE
014240            WS-COUNT-FMT DELIMITED BY SIZE
014250            INTO EXPAURPT-LINE
014260     WRITE EXPAURPT-RECORD
014270     MOVE WS-WEEKEND-CLAIMS TO WS-COUNT-FMT
014280     MOVE SPACES TO EXPAURPT-LINE
014290     STRING 'Weekend Dates: ' DELIMITED BY SIZE
014300            WS-COUNT-FMT DELIMITED BY SIZE
014310            INTO EXPAURPT-LINE
014320     WRITE EXPAURPT-RECORD
014330     MOVE WS-OUTSIDE-CLAIMS TO WS-COUNT-FMT
014340     MOVE SPACES TO EXPAURPT-LINE
014350     STRING 'Dates Outside Trip: ' DELIMITED BY SIZE
014360            WS-COUNT-FMT DELIMITED BY SIZE
014370            INTO EXPAURPT-LINE
014380     WRITE EXPAURPT-RECORD
014390     MOVE WS-ROUND-CLAIMS TO WS-COUNT-FMT
014400     MOVE SPACES TO EXPAURPT-LINE
014410     STRING 'Round-Dollar Amounts: ' DELIMITED BY SIZE
014420            WS-COUNT-FMT DELIMITED BY SIZE
014430            INTO EXPAURPT-LINE
014440     WRITE EXPAURPT-RECORD
014450     MOVE WS-MERCHANT-CLAIMS TO WS-COUNT-FMT
014460     MOVE SPACES TO EXPAURPT-LINE
014470     STRING 'Shared Merchant Charges: ' DELIMITED BY SIZE
014480            WS-COUNT-FMT DELIMITED BY SIZE
014490            INTO EXPAURPT-LINE
014500     WRITE EXPAURPT-RECORD
014510     MOVE WS-MILEAGE-CLAIMS TO WS-COUNT-FMT
014520     MOVE SPACES TO EXPAURPT-LINE
014530     STRING 'High Mileage: ' DELIMITED BY SIZE
014540            WS-COUNT-FMT DELIMITED BY SIZE
014550            INTO EXPAURPT-LINE
014560     WRITE EXPAURPT-RECORD
014570     MOVE WS-FLAGGED-CLAIMS TO WS-COUNT-FMT
014580     MOVE SPACES TO EXPAURPT-LINE
014590     STRING 'Claims Flagged: ' DELIMITED BY SIZE
014600            WS-COUNT-FMT DELIMITED BY SIZE
014610            INTO EXPAURPT-LINE
014620     WRITE EXPAURPT-RECORD
014630     MOVE WS-SAMPLED-CLAIMS TO WS-COUNT-FMT
014640     MOVE SPACES TO EXPAURPT-LINE
014650     STRING 'Claims Randomly Sampled: ' DELIMITED BY SIZE
014660            WS-COUNT-FMT DELIMITED BY SIZE
014670            INTO EXPAURPT-LINE
014680     WRITE EXPAURPT-RECORD
014690     MOVE WS-SELECTED-CLAIMS TO WS-COUNT-FMT
014700     MOVE SPACES TO EXPAURPT-LINE
014710     STRING 'Claims Selected For Audit: ' DELIMITED BY SIZE
014720            WS-COUNT-FMT DELIMITED BY SIZE
014730            INTO EXPAURPT-LINE
014740     WRITE EXPAURPT-RECORD.
014750 3900-EXIT.
014760     EXIT.
014770
014780*****************************************************************
014790*  9000-ABEND
014800*      A FATAL CONDITION - A BAD PARM, AN EMPTY POLICY FILE, OR
014810*      A WORKING-STORAGE TABLE FILLED TO CAPACITY.  DISPLAY THE
014820*      DIAGNOSTIC AND END THE RUN WITH A NONZERO RETURN CODE SO
014830*      THE JOB STEP SHOWS FAILED.
014840*****************************************************************
014850 9000-ABEND.
014860     DISPLAY WS-ABEND-MSG
014870     MOVE 16 TO RETURN-CODE
014880     STOP RUN.
014890
014900*****************************************************************
014910*  9999-TERMINATE
014920*****************************************************************
014930 9999-TERMINATE.
014940     CLOSE EXPAUSL
014950     CLOSE EXPAURPT.
014960 9999-EXIT.
014970     EXIT.
