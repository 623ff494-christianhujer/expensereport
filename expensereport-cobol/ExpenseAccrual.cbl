000370*                  A REJECTED DECISION LEFT ITS EXCEPTION
000380*                  PENDING, SO TREATING IT AS SETTLED WAS
000390*                  SILENTLY UNDER-ACCRUING THE CLOSE.
000400*  2026-10-15 CAH  ACCRUAL AND AUTO-REVERSAL RECORDS CARRY A BLANK
000410*                  COST CENTER AND PROJECT IN THE WIDENED EXPGLEX
000420*                  LAYOUT, SO THEY POST TO THE EMPLOYEE'S OWN COST
000430*                  CENTER.  THE IN-LINE EXPACRV LAYOUT IS SPLIT
000440*                  THE SAME WAY.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.    EXPACR01.
000480 AUTHOR.        C. A. HUJER.
000490 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000500 DATE-WRITTEN.  2026-09-02.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL EXPEXCP ASSIGN TO EXPEXCP
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT OPTIONAL EXPDECIS ASSIGN TO EXPDECIS
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT OPTIONAL EXPDECRJ ASSIGN TO EXPDECRJ
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT EXPPOLCY ASSIGN TO EXPPOLCY
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT EXPACGL ASSIGN TO EXPACGL
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT EXPACRV ASSIGN TO EXPACRV
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT EXPACRPT ASSIGN TO EXPACRPT
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  EXPEXCP
000740     RECORDING MODE IS F.
000750     COPY EXPEXCP.
000760
000770 FD  EXPDECIS
000780     RECORDING MODE IS F.
000790     COPY EXPDECIS.
000800
000810 FD  EXPDECRJ
000820     RECORDING MODE IS F.
000830     COPY EXPDECRJ.
000840
000850 FD  EXPPOLCY
000860     RECORDING MODE IS F.
000870     COPY EXPPOLCY.
000880
000890*    THE ACCRUAL FILE DELIBERATELY USES THE EXPGLEX RECORD
000900*    LAYOUT SO THE ACCOUNTING SYSTEM CAN PICK IT UP WITH THE
000910*    SAME INTERFACE IT ALREADY USES FOR POSTINGS AND FOR THE
000920*    APPROVAL RUN'S REVERSALS.
000930 FD  EXPACGL
000940     RECORDING MODE IS F.
000950     COPY EXPGLEX.
000960
000970*    THE AUTO-REVERSAL FILE - SAME LAYOUT AGAIN, DECLARED IN
000980*    LINE BECAUSE BOTH OUTPUT FILES ARE OPEN AT ONCE AND THE
000990*    COPYBOOK NAMES WOULD COLLIDE.
001000 FD  EXPACRV
001010     RECORDING MODE IS F.
001020 01  EXPACRV-RECORD.
001030     05  EXPACRV-REPORT-NO                PIC 9(06).
001040     05  EXPACRV-EMP-ID                   PIC X(06).
001050     05  EXPACRV-GL-ACCOUNT               PIC X(08).
001060     05  EXPACRV-TYPE-NAME                PIC X(11).
001070     05  EXPACRV-AMOUNT                   PIC 9(08)V99.
001080     05  EXPACRV-POST-DATE                PIC X(08).
001090     05  EXPACRV-COST-CENTER              PIC X(08).
001100     05  EXPACRV-PROJECT                  PIC X(08).
001110     05  FILLER                           PIC X(15).
001120
001130 FD  EXPACRPT
001140     RECORDING MODE IS F.
001150     COPY EXPACRPT.
001160
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------
001190*    SWITCHES
001200*----------------------------------------------------------------
001210 01  WS-EXPEXCP-EOF-SW           PIC X(01)   VALUE 'N'.
001220         88  WS-EXPEXCP-EOF                       VALUE 'Y'.
001230         88  WS-EXPEXCP-NOT-EOF                   VALUE 'N'.
001240 01  WS-EXPDECIS-EOF-SW          PIC X(01)   VALUE 'N'.
001250         88  WS-EXPDECIS-EOF                      VALUE 'Y'.
001260         88  WS-EXPDECIS-NOT-EOF                  VALUE 'N'.
001270 01  WS-EXPDECRJ-EOF-SW          PIC X(01)   VALUE 'N'.
001280         88  WS-EXPDECRJ-EOF                      VALUE 'Y'.
001290         88  WS-EXPDECRJ-NOT-EOF                  VALUE 'N'.
001300 01  WS-DECIS-REJECTED-SW        PIC X(01)   VALUE 'N'.
001310         88  WS-DECIS-REJECTED                    VALUE 'Y'.
001320         88  WS-DECIS-NOT-REJECTED                VALUE 'N'.
001330 01  WS-EXPPOLCY-EOF-SW          PIC X(01)   VALUE 'N'.
001340         88  WS-EXPPOLCY-EOF                      VALUE 'Y'.
001350         88  WS-EXPPOLCY-NOT-EOF                  VALUE 'N'.
001360
001370*----------------------------------------------------------------
001380*    CLOSE CONTROL - THE CLOSE DATE FROM THE EXEC PARM AND THE
001390*    FIRST-OF-NEXT-PERIOD DATE THE REVERSALS CARRY
001400*----------------------------------------------------------------
001410 01  WS-CLOSE-DATE.
001420         05  WS-CLOSE-DATE-X             PIC X(08).
001430         05  WS-CLOSE-DATE-N REDEFINES WS-CLOSE-DATE-X.
001440             10  WS-CLOSE-YYYY       PIC 9(04).
001450             10  WS-CLOSE-MM         PIC 9(02).
001460             10  WS-CLOSE-DD         PIC 9(02).
001470 01  WS-REVERSE-DATE.
001480         05  WS-REVERSE-DATE-X           PIC X(08).
001490         05  WS-REVERSE-DATE-N REDEFINES WS-REVERSE-DATE-X.
001500             10  WS-REVERSE-YYYY     PIC 9(04).
001510             10  WS-REVERSE-MM       PIC 9(02).
001520             10  WS-REVERSE-DD       PIC 9(02).
001530 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001540
001550*----------------------------------------------------------------
001560*    CONTROL TOTALS - THE OPEN EXCEPTION AMOUNTS COVERED AND THE
001570*    ACCRUAL AND REVERSAL RECORDS WRITTEN AGAINST THEM
001580*----------------------------------------------------------------
001590 77  WS-EXCP-READ                PIC 9(05)   COMP VALUE 0.
001600 77  WS-OPEN-COUNT               PIC 9(05)   COMP VALUE 0.
001610 77  WS-SETTLED-COUNT            PIC 9(05)   COMP VALUE 0.
001620 77  WS-REJ-SKIPPED-COUNT        PIC 9(05)   COMP VALUE 0.
001630 77  WS-ACCRUAL-COUNT            PIC 9(05)   COMP VALUE 0.
001640 77  WS-REVERSAL-COUNT           PIC 9(05)   COMP VALUE 0.
001650 01  WS-OPEN-TOTAL               PIC 9(10)V99      VALUE 0.
001660 01  WS-ACCRUAL-TOTAL            PIC 9(10)V99      VALUE 0.
001670 01  WS-REVERSAL-TOTAL           PIC 9(10)V99      VALUE 0.
001680 77  WS-MISMATCH-COUNT           PIC 9(03)   COMP VALUE 0.
001690
001700*----------------------------------------------------------------
001710*    EXPENSE POLICY TABLE - THE GL ACCOUNT EACH ACCRUAL POSTS
001720*    TO, MATCHED ON THE EXCEPTION'S TYPE NAME AT THE LATEST
001730*    EFFECTIVE DATE NOT AFTER THE CLOSE DATE, WITH THE TYPE 1
001740*    ACCOUNT STANDING IN FOR DAILY MEALS AND UNRECOGNIZED NAMES
001750*    THE WAY THE APPROVAL RUN'S REVERSALS DO.
001760*----------------------------------------------------------------
001770 77  WS-POLICY-COUNT             PIC 9(03)   COMP VALUE 0.
001780 77  WS-MAX-POLICIES             PIC 9(03)   COMP VALUE 100.
001790 01  WS-POLICY-TABLE.
001800         05  WS-POL-ENTRY OCCURS 0 TO 100 TIMES
001810                          DEPENDING ON WS-POLICY-COUNT
001820                          INDEXED BY POI.
001830             10  WS-POL-TYPE         PIC 9(01).
001840             10  WS-POL-EFF-DATE     PIC X(08).
001850             10  WS-POL-TYPE-NAME    PIC X(11).
001860             10  WS-POL-GL-ACCT      PIC X(08).
001870 01  WS-POL-NAME-DATE            PIC X(08)   VALUE SPACES.
001880 01  WS-POL-NAME-GL              PIC X(08)   VALUE SPACES.
001890 01  WS-POL-TYPE1-DATE           PIC X(08)   VALUE SPACES.
001900 01  WS-POL-TYPE1-GL             PIC X(08)   VALUE SPACES.
001910 01  WS-POLICY-GL-ACCT           PIC X(08)   VALUE SPACES.
001920
001930*----------------------------------------------------------------
001940*    EXCEPTION TABLE - THE OPEN GENERATIONS, EACH ITEM STARTING
001950*    AS STILL-PENDING UNTIL A DECISION RECORD MATCHES IT WITH
001960*    THE SAME MATCH THE APPROVAL PROGRAM USES
001970*----------------------------------------------------------------
001980 77  WS-EXCP-COUNT               PIC 9(03)   COMP VALUE 0.
001990 77  WS-MAX-EXCPS                PIC 9(03)   COMP VALUE 500.
002000 01  WS-EXCP-TABLE.
002010         05  WS-EXCP-ENTRY OCCURS 0 TO 500 TIMES
002020                           DEPENDING ON WS-EXCP-COUNT
002030                           INDEXED BY XI.
002040             10  WS-XCP-EMP-ID       PIC X(06).
002050             10  WS-XCP-REPORT-NO    PIC 9(06).
002060             10  WS-XCP-TYPE-NAME    PIC X(11).
002070             10  WS-XCP-AMOUNT       PIC 9(08)V99.
002080             10  WS-XCP-STATUS       PIC X(01).
002090                 88  WS-XCP-PENDING               VALUE 'P'.
002100                 88  WS-XCP-SETTLED               VALUE 'S'.
002110
002120*----------------------------------------------------------------
002130*    REJECTED DECISION IMAGES - THE PERIOD'S EXPDECRJ RECORDS.
002140*    A DECISION WHOSE UNCHANGED IMAGE APPEARS HERE FAILED THE
002150*    APPROVAL RUN'S AUTHORITY VALIDATION AND NEVER SETTLED ITS
002160*    EXCEPTION, SO IT MUST NOT MARK ANYTHING SETTLED HERE.
002170*----------------------------------------------------------------
002180 77  WS-REJ-COUNT                PIC 9(03)   COMP VALUE 0.
002190 77  WS-MAX-REJS                 PIC 9(03)   COMP VALUE 500.
002200 01  WS-REJ-TABLE.
002210         05  WS-REJ-ENTRY OCCURS 0 TO 500 TIMES
002220                          DEPENDING ON WS-REJ-COUNT
002230                          INDEXED BY RJ.
002240             10  WS-REJ-IMAGE        PIC X(80).
002250
002260*----------------------------------------------------------------
002270*    REPORT WORK AREAS
002280*----------------------------------------------------------------
002290 01  WS-AMOUNT-FMT               PIC $$,$$$,$$$,$$9.99.
002300 01  WS-AMOUNT-FMT-2             PIC $$,$$$,$$$,$$9.99.
002310 01  WS-COUNT-FMT                PIC Z(04)9.
002320
002330 LINKAGE SECTION.
002340*----------------------------------------------------------------
002350*    EXEC PARM AREA - PARM='YYYYMMDD' NAMES THE CLOSE DATE THE
002360*    ACCRUALS POST ON
002370*----------------------------------------------------------------
002380 01  LK-PARM-AREA.
002390         05  LK-PARM-LENGTH           PIC S9(04) COMP.
002400         05  LK-PARM-TEXT              PIC X(08).
002410
002420 PROCEDURE DIVISION USING LK-PARM-AREA.
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE
002450         THRU 1000-EXIT
002460     PERFORM 2000-WRITE-ACCRUALS
002470         THRU 2000-EXIT
002480     PERFORM 3000-PRINT-CONTROL-REPORT
002490         THRU 3000-EXIT
002500     PERFORM 9999-TERMINATE
002510         THRU 9999-EXIT
002520     STOP RUN.
002530
002540*****************************************************************
002550*  1000-INITIALIZE
002560*      VALIDATE THE CLOSE DATE PARM, DERIVE THE AUTO-REVERSAL
002570*      DATE (FIRST OF THE NEXT PERIOD), OPEN THE FILES, AND
002580*      LOAD THE POLICY TABLE AND THE EXCEPTIONS WITH THEIR
002590*      DECISION STATUS.
002600*****************************************************************
002610 1000-INITIALIZE.
002620     IF LK-PARM-LENGTH NOT = 8
002630         OR LK-PARM-TEXT(1:8) IS NOT NUMERIC
002640             MOVE 'CLOSE DATE PARM MUST BE YYYYMMDD'
002650                 TO WS-ABEND-MSG
002660             GO TO 9000-ABEND
002670     END-IF
002680     MOVE LK-PARM-TEXT(1:8) TO WS-CLOSE-DATE-X
002690     MOVE WS-CLOSE-DATE-X TO WS-REVERSE-DATE-X
002700     IF WS-CLOSE-MM = 12
002710         ADD 1 TO WS-REVERSE-YYYY
002720         MOVE 1 TO WS-REVERSE-MM
002730     ELSE
002740         ADD 1 TO WS-REVERSE-MM
002750     END-IF
002760     MOVE 1 TO WS-REVERSE-DD
002770     OPEN INPUT EXPEXCP
002780     OPEN INPUT EXPDECIS
002790     OPEN OUTPUT EXPACGL
002800     OPEN OUTPUT EXPACRV
002810     OPEN OUTPUT EXPACRPT
002820     MOVE SPACES TO EXPACRPT-LINE
002830     STRING 'GL Accruals For Open Exceptions - Close '
002840                DELIMITED BY SIZE
002850            WS-CLOSE-DATE-X DELIMITED BY SIZE
002860            INTO EXPACRPT-LINE
002870     WRITE EXPACRPT-RECORD
002880     MOVE SPACES TO EXPACRPT-LINE
002890     WRITE EXPACRPT-RECORD
002900     PERFORM 1030-LOAD-POLICY
002910         THRU 1030-EXIT
002920     PERFORM 1050-LOAD-EXCEPTIONS
002930         THRU 1050-EXIT
002940     PERFORM 1070-LOAD-REJECTED-DECISIONS
002950         THRU 1070-EXIT
002960     PERFORM 1100-APPLY-DECISIONS
002970         THRU 1100-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*  1030-LOAD-POLICY
003030*      OPEN THE EXPENSE POLICY CONTROL FILE AND LOAD
003040*      WS-POLICY-TABLE WITH THE TYPE, EFFECTIVE DATE, TYPE
003050*      NAME, AND GL ACCOUNT OF EVERY RECORD ON THE FILE.
003060*****************************************************************
003070 1030-LOAD-POLICY.
003080     OPEN INPUT EXPPOLCY
003090     MOVE 0 TO WS-POLICY-COUNT
003100     SET POI TO 1
003110     PERFORM 1040-LOAD-ONE-POLICY
003120         THRU 1040-EXIT
003130         UNTIL WS-EXPPOLCY-EOF
003140     CLOSE EXPPOLCY
003150     IF WS-POLICY-COUNT = 0
003160         MOVE 'EXPENSE POLICY FILE IS EMPTY' TO WS-ABEND-MSG
003170         GO TO 9000-ABEND
003180     END-IF.
003190 1030-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*  1040-LOAD-ONE-POLICY
003240*      READ ONE EXPPOLCY RECORD AND MOVE IT INTO THE NEXT ROW
003250*      OF WS-POLICY-TABLE.
003260*****************************************************************
003270 1040-LOAD-ONE-POLICY.
003280     READ EXPPOLCY
003290         AT END
003300             SET WS-EXPPOLCY-EOF TO TRUE
003310             GO TO 1040-EXIT
003320     END-READ
003330     IF POI > WS-MAX-POLICIES
003340         MOVE 'EXPENSE POLICY TABLE FULL' TO WS-ABEND-MSG
003350         GO TO 9000-ABEND
003360     END-IF
003370     MOVE EXPPOLCY-TYPE       TO WS-POL-TYPE(POI)
003380     MOVE EXPPOLCY-EFF-DATE   TO WS-POL-EFF-DATE(POI)
003390     MOVE EXPPOLCY-TYPE-NAME  TO WS-POL-TYPE-NAME(POI)
003400     MOVE EXPPOLCY-GL-ACCOUNT TO WS-POL-GL-ACCT(POI)
003410     ADD 1 TO WS-POLICY-COUNT
003420     SET POI UP BY 1.
003430 1040-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*  1050-LOAD-EXCEPTIONS
003480*      LOAD THE OPEN EXCEPTION GENERATIONS INTO WS-EXCP-TABLE,
003490*      EVERY ITEM STARTING AS STILL-PENDING.
003500*****************************************************************
003510 1050-LOAD-EXCEPTIONS.
003520     MOVE 0 TO WS-EXCP-COUNT
003530     PERFORM 1060-LOAD-ONE-EXCEPTION
003540         THRU 1060-EXIT
003550         UNTIL WS-EXPEXCP-EOF
003560     CLOSE EXPEXCP.
003570 1050-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610*  1060-LOAD-ONE-EXCEPTION
003620*      READ ONE EXCEPTION RECORD AND MOVE IT INTO THE NEXT ROW
003630*      OF WS-EXCP-TABLE.
003640*****************************************************************
003650 1060-LOAD-ONE-EXCEPTION.
003660     READ EXPEXCP
003670         AT END
003680             SET WS-EXPEXCP-EOF TO TRUE
003690             GO TO 1060-EXIT
003700     END-READ
003710     IF WS-EXCP-COUNT = WS-MAX-EXCPS
003720         MOVE 'EXCEPTION TABLE FULL' TO WS-ABEND-MSG
003730         GO TO 9000-ABEND
003740     END-IF
003750     ADD 1 TO WS-EXCP-READ
003760     ADD 1 TO WS-EXCP-COUNT
003770     SET XI TO WS-EXCP-COUNT
003780     MOVE EXPEXCP-EMP-ID    TO WS-XCP-EMP-ID(XI)
003790     MOVE EXPEXCP-REPORT-NO TO WS-XCP-REPORT-NO(XI)
003800     MOVE EXPEXCP-TYPE-NAME TO WS-XCP-TYPE-NAME(XI)
003810     MOVE EXPEXCP-AMOUNT    TO WS-XCP-AMOUNT(XI)
003820     MOVE 'P'               TO WS-XCP-STATUS(XI).
003830 1060-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*  1070-LOAD-REJECTED-DECISIONS
003880*      LOAD THE PERIOD'S REJECTED-DECISION IMAGES INTO
003890*      WS-REJ-TABLE SO A DECISION THE APPROVAL RUN REFUSED TO
003900*      ACT ON CANNOT MARK ITS EXCEPTION SETTLED.
003910*****************************************************************
003920 1070-LOAD-REJECTED-DECISIONS.
003930     OPEN INPUT EXPDECRJ
003940     MOVE 0 TO WS-REJ-COUNT
003950     PERFORM 1080-LOAD-ONE-REJECTED
003960         THRU 1080-EXIT
003970         UNTIL WS-EXPDECRJ-EOF
003980     CLOSE EXPDECRJ.
003990 1070-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030*  1080-LOAD-ONE-REJECTED
004040*      READ ONE REJECTED-DECISION RECORD AND KEEP ITS DECISION
004050*      IMAGE IN THE NEXT ROW OF WS-REJ-TABLE.
004060*****************************************************************
004070 1080-LOAD-ONE-REJECTED.
004080     READ EXPDECRJ
004090         AT END
004100             SET WS-EXPDECRJ-EOF TO TRUE
004110             GO TO 1080-EXIT
004120     END-READ
004130     IF WS-REJ-COUNT = WS-MAX-REJS
004140         MOVE 'REJECTED DECISION TABLE FULL' TO WS-ABEND-MSG
004150         GO TO 9000-ABEND
004160     END-IF
004170     ADD 1 TO WS-REJ-COUNT
004180     SET RJ TO WS-REJ-COUNT
004190     MOVE EXPDECRJ-DECIS-IMAGE TO WS-REJ-IMAGE(RJ).
004200 1080-EXIT.
004210     EXIT.
004220
004230*****************************************************************
004240*  1100-APPLY-DECISIONS
004250*      READ THE PERIOD'S DECISION RECORDS AND MARK EVERY
004260*      EXCEPTION A DECISION HAS SETTLED - APPROVED OR DENIED
004270*      ALIKE, EITHER WAY IT POSTS THROUGH THE APPROVAL RUN, NOT
004280*      THROUGH THE ACCRUAL.
004290*****************************************************************
004300 1100-APPLY-DECISIONS.
004310     PERFORM 1110-APPLY-ONE-DECISION
004320         THRU 1110-EXIT
004330         UNTIL WS-EXPDECIS-EOF
004340     CLOSE EXPDECIS.
004350 1100-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*  1110-APPLY-ONE-DECISION
004400*      READ ONE DECISION RECORD AND MARK ITS MATCHING
004410*      STILL-PENDING EXCEPTION SETTLED - THE SAME MATCH THE
004420*      APPROVAL PROGRAM USES.
004430*****************************************************************
004440 1110-APPLY-ONE-DECISION.
004450     READ EXPDECIS
004460         AT END
004470             SET WS-EXPDECIS-EOF TO TRUE
004480             GO TO 1110-EXIT
004490     END-READ
004500     IF NOT EXPDECIS-APPROVED AND NOT EXPDECIS-DENIED
004510         GO TO 1110-EXIT
004520     END-IF
004530*    A DECISION THE APPROVAL RUN DIVERTED TO EXPDECRJ WAS NEVER
004540*    ACTED ON - ITS EXCEPTION IS STILL PENDING AND MUST BE
004550*    ACCRUED, NOT TREATED AS SETTLED.
004560     IF WS-REJ-COUNT > 0
004570         PERFORM 1120-CHECK-REJECTED
004580             THRU 1120-EXIT
004590         IF WS-DECIS-REJECTED
004600             ADD 1 TO WS-REJ-SKIPPED-COUNT
004610             GO TO 1110-EXIT
004620         END-IF
004630     END-IF
004640     IF WS-EXCP-COUNT = 0
004650         GO TO 1110-EXIT
004660     END-IF
004670     SET XI TO 1
004680     SEARCH WS-EXCP-ENTRY
004690         AT END
004700             CONTINUE
004710         WHEN WS-XCP-REPORT-NO(XI) = EXPDECIS-REPORT-NO
004720             AND WS-XCP-EMP-ID(XI) = EXPDECIS-EMP-ID
004730             AND WS-XCP-TYPE-NAME(XI) = EXPDECIS-TYPE-NAME
004740             AND WS-XCP-AMOUNT(XI) = EXPDECIS-AMOUNT
004750             AND WS-XCP-PENDING(XI)
004760                 MOVE 'S' TO WS-XCP-STATUS(XI)
004770                 ADD 1 TO WS-SETTLED-COUNT
004780     END-SEARCH.
004790 1110-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830*  1120-CHECK-REJECTED
004840*      LOOK THE DECISION RECORD'S UNCHANGED IMAGE UP IN THE
004850*      REJECTED-DECISION TABLE.  SETS WS-DECIS-REJECTED WHEN
004860*      THE APPROVAL RUN DIVERTED IT.
004870*****************************************************************
004880 1120-CHECK-REJECTED.
004890     SET WS-DECIS-NOT-REJECTED TO TRUE
004900     SET RJ TO 1
004910     SEARCH WS-REJ-ENTRY
004920         AT END
004930             CONTINUE
004940         WHEN WS-REJ-IMAGE(RJ) = EXPDECIS-RECORD
004950             SET WS-DECIS-REJECTED TO TRUE
004960     END-SEARCH.
004970 1120-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*  2000-WRITE-ACCRUALS
005020*      WRITE THE ACCRUAL AND AUTO-REVERSAL RECORDS FOR EVERY
005030*      EXCEPTION STILL OPEN AT CLOSE.
005040*****************************************************************
005050 2000-WRITE-ACCRUALS.
005060     IF WS-EXCP-COUNT > 0
005070         PERFORM 2100-ACCRUE-ONE
005080             THRU 2100-EXIT
005090             VARYING XI FROM 1 BY 1
005100             UNTIL XI > WS-EXCP-COUNT
005110     END-IF.
005120 2000-EXIT.
005130     EXIT.
005140
005150*****************************************************************
005160*  2100-ACCRUE-ONE
005170*      FOR ONE STILL-OPEN EXCEPTION, WRITE THE ACCRUAL RECORD
005180*      DATED THE CLOSE DATE AND THE OFFSETTING AUTO-REVERSAL
005190*      DATED THE FIRST OF THE NEXT PERIOD, BOTH AGAINST THE
005200*      ITEM'S EXPENSE-TYPE GL ACCOUNT.
005210*****************************************************************
005220 2100-ACCRUE-ONE.
005230     IF NOT WS-XCP-PENDING(XI)
005240         GO TO 2100-EXIT
005250     END-IF
005260     ADD 1 TO WS-OPEN-COUNT
005270     ADD WS-XCP-AMOUNT(XI) TO WS-OPEN-TOTAL
005280     PERFORM 2500-FIND-GL-ACCOUNT
005290         THRU 2500-EXIT
005300     MOVE WS-XCP-REPORT-NO(XI) TO EXPGLEX-REPORT-NO
005310     MOVE WS-XCP-EMP-ID(XI)    TO EXPGLEX-EMP-ID
005320     MOVE WS-POLICY-GL-ACCT    TO EXPGLEX-GL-ACCOUNT
005330     MOVE WS-XCP-TYPE-NAME(XI) TO EXPGLEX-TYPE-NAME
005340     MOVE WS-XCP-AMOUNT(XI)    TO EXPGLEX-AMOUNT
005350     MOVE WS-CLOSE-DATE-X      TO EXPGLEX-POST-DATE
005360     MOVE SPACES               TO EXPGLEX-COST-CENTER
005370     MOVE SPACES               TO EXPGLEX-PROJECT
005380     WRITE EXPGLEX-RECORD
005390     ADD 1 TO WS-ACCRUAL-COUNT
005400     ADD WS-XCP-AMOUNT(XI) TO WS-ACCRUAL-TOTAL
005410     MOVE WS-XCP-REPORT-NO(XI) TO EXPACRV-REPORT-NO
005420     MOVE WS-XCP-EMP-ID(XI)    TO EXPACRV-EMP-ID
005430     MOVE WS-POLICY-GL-ACCT    TO EXPACRV-GL-ACCOUNT
005440     MOVE WS-XCP-TYPE-NAME(XI) TO EXPACRV-TYPE-NAME
005450     MOVE WS-XCP-AMOUNT(XI)    TO EXPACRV-AMOUNT
005460     MOVE WS-REVERSE-DATE-X    TO EXPACRV-POST-DATE
005470     MOVE SPACES               TO EXPACRV-COST-CENTER
005480     MOVE SPACES               TO EXPACRV-PROJECT
005490     WRITE EXPACRV-RECORD
005500     ADD 1 TO WS-REVERSAL-COUNT
005510     ADD WS-XCP-AMOUNT(XI) TO WS-REVERSAL-TOTAL.
005520 2100-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560*  2500-FIND-GL-ACCOUNT
005570*      FIND THE GL ACCOUNT FOR THE EXCEPTION BEING ACCRUED -
005580*      THE POLICY ROW WHOSE TYPE NAME MATCHES AT THE LATEST
005590*      EFFECTIVE DATE NOT AFTER THE CLOSE DATE, WITH THE TYPE 1
005600*      ACCOUNT STANDING IN FOR A NAME NOT ON THE FILE.
005610*****************************************************************
005620 2500-FIND-GL-ACCOUNT.
005630     MOVE SPACES TO WS-POL-NAME-DATE
005640     MOVE SPACES TO WS-POL-TYPE1-DATE
005650     PERFORM 2550-SCAN-ONE-POLICY
005660         THRU 2550-EXIT
005670         VARYING POI FROM 1 BY 1
005680         UNTIL POI > WS-POLICY-COUNT
005690     EVALUATE TRUE
005700         WHEN WS-POL-NAME-DATE NOT = SPACES
005710             MOVE WS-POL-NAME-GL TO WS-POLICY-GL-ACCT
005720         WHEN WS-POL-TYPE1-DATE NOT = SPACES
005730             MOVE WS-POL-TYPE1-GL TO WS-POLICY-GL-ACCT
005740         WHEN OTHER
005750             MOVE 'NO POLICY RECORD FOR ACCRUAL GL ACCOUNT'
005760                 TO WS-ABEND-MSG
005770             GO TO 9000-ABEND
005780     END-EVALUATE.
005790 2500-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830*  2550-SCAN-ONE-POLICY
005840*      LOOK AT ONE POLICY TABLE ROW IN EFFECT ON THE CLOSE DATE
005850*      AND KEEP IT AS THE NAME-MATCHED OR TYPE-1 FALLBACK
005860*      CANDIDATE WHEN IT IS LATER THAN THE ONE KEPT SO FAR.
005870*****************************************************************
005880 2550-SCAN-ONE-POLICY.
005890     IF WS-POL-EFF-DATE(POI) > WS-CLOSE-DATE-X
005900         GO TO 2550-EXIT
005910     END-IF
005920     IF WS-POL-TYPE-NAME(POI) = WS-XCP-TYPE-NAME(XI)
005930         AND (WS-POL-NAME-DATE = SPACES
005940             OR WS-POL-EFF-DATE(POI) > WS-POL-NAME-DATE)
005950             MOVE WS-POL-EFF-DATE(POI) TO WS-POL-NAME-DATE
005960             MOVE WS-POL-GL-ACCT(POI)  TO WS-POL-NAME-GL
005970     END-IF
005980     IF WS-POL-TYPE(POI) = 1
005990         AND (WS-POL-TYPE1-DATE = SPACES
006000             OR WS-POL-EFF-DATE(POI) > WS-POL-TYPE1-DATE)
006010             MOVE WS-POL-EFF-DATE(POI) TO WS-POL-TYPE1-DATE
006020             MOVE WS-POL-GL-ACCT(POI)  TO WS-POL-TYPE1-GL
006030     END-IF.
006040 2550-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080*  3000-PRINT-CONTROL-REPORT
006090*      CROSS-FOOT THE ACCRUAL AND REVERSAL RECORDS WRITTEN
006100*      AGAINST THE OPEN EXCEPTION AMOUNTS THEY COVER AND SET
006110*      THE STEP RETURN CODE - 8 ON A MISMATCH SO THE CLOSE IS
006120*      STOPPED AND CHECKED, THE WAY THE NIGHTLY BALANCING STEP
006130*      WORKS.
006140*****************************************************************
006150 3000-PRINT-CONTROL-REPORT.
006160     MOVE WS-EXCP-READ TO WS-COUNT-FMT
006170     MOVE SPACES TO EXPACRPT-LINE
006180     STRING 'Exception Items Read: ' DELIMITED BY SIZE
006190            WS-COUNT-FMT DELIMITED BY SIZE
006200            INTO EXPACRPT-LINE
006210     WRITE EXPACRPT-RECORD
006220     MOVE WS-SETTLED-COUNT TO WS-COUNT-FMT
006230     MOVE SPACES TO EXPACRPT-LINE
006240     STRING 'Settled By Decision: ' DELIMITED BY SIZE
006250            WS-COUNT-FMT DELIMITED BY SIZE
006260            INTO EXPACRPT-LINE
006270     WRITE EXPACRPT-RECORD
006280     MOVE WS-REJ-SKIPPED-COUNT TO WS-COUNT-FMT
006290     MOVE SPACES TO EXPACRPT-LINE
006300     STRING 'Decisions Skipped As Rejected: ' DELIMITED BY SIZE
006310            WS-COUNT-FMT DELIMITED BY SIZE
006320            INTO EXPACRPT-LINE
006330     WRITE EXPACRPT-RECORD
006340     MOVE WS-OPEN-COUNT TO WS-COUNT-FMT
006350     MOVE SPACES TO EXPACRPT-LINE
006360     STRING 'Open Items Accrued: ' DELIMITED BY SIZE
006370            WS-COUNT-FMT DELIMITED BY SIZE
006380            INTO EXPACRPT-LINE
006390     WRITE EXPACRPT-RECORD
006400     MOVE WS-OPEN-TOTAL    TO WS-AMOUNT-FMT
006410     MOVE WS-ACCRUAL-TOTAL TO WS-AMOUNT-FMT-2
006420     MOVE SPACES TO EXPACRPT-LINE
006430     STRING 'Open Amount / Accrued   ' DELIMITED BY SIZE
006440            WS-AMOUNT-FMT DELIMITED BY SIZE
006450            '  ' DELIMITED BY SIZE
006460            WS-AMOUNT-FMT-2 DELIMITED BY SIZE
006470            INTO EXPACRPT-LINE
006480     IF WS-OPEN-TOTAL NOT = WS-ACCRUAL-TOTAL
006490         ADD 1 TO WS-MISMATCH-COUNT
006500         MOVE ' OUT OF BALANCE' TO EXPACRPT-LINE(63:15)
006510     END-IF
006520     WRITE EXPACRPT-RECORD
006530     MOVE WS-OPEN-TOTAL     TO WS-AMOUNT-FMT
006540     MOVE WS-REVERSAL-TOTAL TO WS-AMOUNT-FMT-2
006550     MOVE SPACES TO EXPACRPT-LINE
006560     STRING 'Open Amount / Reversed  ' DELIMITED BY SIZE
006570            WS-AMOUNT-FMT DELIMITED BY SIZE
006580            '  ' DELIMITED BY SIZE
006590            WS-AMOUNT-FMT-2 DELIMITED BY SIZE
006600            INTO EXPACRPT-LINE
006610     IF WS-OPEN-TOTAL NOT = WS-REVERSAL-TOTAL
006620         ADD 1 TO WS-MISMATCH-COUNT
006630         MOVE ' OUT OF BALANCE' TO EXPACRPT-LINE(63:15)
006640     END-IF
006650     WRITE EXPACRPT-RECORD
006660     MOVE SPACES TO EXPACRPT-LINE
006670     WRITE EXPACRPT-RECORD
006680     IF WS-MISMATCH-COUNT > 0
006690         MOVE 'ACCRUALS DO NOT CROSS-FOOT - SEE CHECKS ABOVE'
006700             TO EXPACRPT-LINE
006710         WRITE EXPACRPT-RECORD
006720         MOVE 8 TO RETURN-CODE
006730     ELSE
006740         MOVE 'ACCRUALS ARE IN BALANCE' TO EXPACRPT-LINE
006750         WRITE EXPACRPT-RECORD
006760     END-IF.
006770 3000-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810*  9000-ABEND
006820*      A FATAL CONDITION - A BAD CLOSE DATE PARM, AN EMPTY OR
006830*      OVERFLOWING POLICY OR EXCEPTION TABLE.  DISPLAY THE
006840*      DIAGNOSTIC AND END THE RUN WITH A NONZERO RETURN CODE SO
006850*      THE JOB STEP SHOWS FAILED.
006860*****************************************************************
006870 9000-ABEND.
006880     DISPLAY WS-ABEND-MSG
006890     MOVE 16 TO RETURN-CODE
006900     STOP RUN.
006910
006920*****************************************************************
006930*  9999-TERMINATE
006940*****************************************************************
006950 9999-TERMINATE.
006960     CLOSE EXPACGL
006970     CLOSE EXPACRV
006980     CLOSE EXPACRPT.
006990 9999-EXIT.
007000     EXIT.
