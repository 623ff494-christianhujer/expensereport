000090*      THE EXEC PARM (YYYYMM).  THE AMOUNT ON AN EMPLOYEE'S
000100*      PAYMENT RECORD RARELY EQUALS THE TOTAL ON THEIR PRINTED
000110*      REPORT - IT IS NET OF ADVANCES, NET OF ANYTHING HELD TO
000120*      THE EXCEPTION QUEUE OR HELD FOR A MISSING RECEIPT, AND
000130*      LATER TOPPED UP OR REDUCED BY THE APPROVAL AND RECEIPT
000140*      RELEASE RUNS - SO THIS PROGRAM PULLS THE PERIOD'S EXPPAY
000150*      PAYMENTS (THE EX REPORT-RUN, EA APPROVAL, AND ER RECEIPT
000160*      RELEASE PAYMENTS), THE EXPEXCP ITEMS WITH THEIR EXPDECIS
000170*      DISPOSITIONS, THE EXPRCPT RECEIPT HOLDS, AND THE CLAIM
000180*      HISTORY TOTALS, AND PRINTS ONE PAGE PER EMPLOYEE
000190*      SHOWING, PER REPORT PAID: CLAIMED, ADVANCES APPLIED, HELD
000200*      PENDING APPROVAL OR A RECEIPT, DENIED, AND PAID, WITH THE
000210*      PAYMENT REFERENCES - THE HALF-HOUR PHONE
000220*      RECONSTRUCTION ON ONE DISTRIBUTABLE PAGE.
000230*
000240*      UNDER EACH PAYMENT REFERENCE THE CHECK OR EFT NUMBER AND
000250*      PAID DATE AP CONFIRMED ARE PRINTED FROM THE EXPPYST
000260*      PAYMENT STATUS FILE.  A PAYMENT AP RETURNED OR VOIDED IS
000270*      SHOWN AS SUCH AND LEFT OUT OF THE PAID FIGURE; A RETURNED
000280*      PAYMENT'S RI REISSUE IS PAID IN ITS PLACE.
000290*
000300*  MODIFICATION HISTORY
000310*  DATE       INIT DESCRIPTION
000320*  ---------- ---- ------------------------------------------
000330*  2026-09-02 CAH  ORIGINAL VERSION.
000340*  2026-09-02 CAH  THE CLAIM HISTORY IS NOW A VSAM KSDS - THE
000350*                  SELECT CHANGED TO MATCH; IT IS STILL READ
000360*                  SEQUENTIALLY HERE.
000370*                  THE TRIP-KEY ALTERNATE INDEX IS NOT
000380*                  DECLARED - THIS PROGRAM NEVER READS BY IT,
000390*                  AND DECLARING IT WOULD DEMAND THE PATH DD.
000400*  2026-10-15 CAH  PRINT THE CHECK/EFT NUMBER AND PAID DATE AP
000410*                  CONFIRMED UNDER EACH PAYMENT; RETURNED AND
000420*                  VOIDED PAYMENTS ARE SHOWN AND NOT COUNTED PAID.
000430*  2026-10-15 CAH  LINES STILL HELD FOR A MISSING RECEIPT ON THE
000440*                  EXPRCPT FILE NOW COUNT AS HELD PENDING, AND
000450*                  LINES DENIED FOR ONE AS DENIED, SO THEY NO
000460*                  LONGER SHOW AS ADVANCES APPLIED.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.    EXPREM01.
000500 AUTHOR.        C. A. HUJER.
000510 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000520 DATE-WRITTEN.  2026-09-02.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT EXPPAY ASSIGN TO EXPPAY
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT OPTIONAL EXPEXCP ASSIGN TO EXPEXCP
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT OPTIONAL EXPDECIS ASSIGN TO EXPDECIS
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT OPTIONAL EXPHIST ASSIGN TO EXPHIST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS EXPHIST-REPORT-NO.
000680     SELECT OPTIONAL EXPPYST ASSIGN TO EXPPYST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS EXPPYST-KEY.
000720     SELECT OPTIONAL EXPRCPT ASSIGN TO EXPRCPT
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS EXPRCPT-KEY.
000760     SELECT EXPRMRPT ASSIGN TO EXPRMRPT
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  EXPPAY
000820     RECORDING MODE IS F.
000830     COPY EXPPAY.
000840
000850 FD  EXPEXCP
000860     RECORDING MODE IS F.
000870     COPY EXPEXCP.
000880
000890 FD  EXPDECIS
000900     RECORDING MODE IS F.
000910     COPY EXPDECIS.
000920
000930 FD  EXPHIST
000940     RECORDING MODE IS F.
000950     COPY EXPHIST.
000960
000970 FD  EXPPYST
000980     RECORDING MODE IS F.
000990     COPY EXPPYST.
001000
001010 FD  EXPRCPT
001020     RECORDING MODE IS F.
001030     COPY EXPRCPT.
001040
001050 FD  EXPRMRPT
001060     RECORDING MODE IS F.
001070     COPY EXPRMRPT.
001080
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110*    SWITCHES
001120*----------------------------------------------------------------
001130 01  WS-EXPPAY-EOF-SW            PIC X(01)   VALUE 'N'.
001140         88  WS-EXPPAY-EOF                        VALUE 'Y'.
001150         88  WS-EXPPAY-NOT-EOF                    VALUE 'N'.
001160 01  WS-EXPEXCP-EOF-SW           PIC X(01)   VALUE 'N'.
001170         88  WS-EXPEXCP-EOF                       VALUE 'Y'.
001180         88  WS-EXPEXCP-NOT-EOF                   VALUE 'N'.
001190 01  WS-EXPDECIS-EOF-SW          PIC X(01)   VALUE 'N'.
001200         88  WS-EXPDECIS-EOF                      VALUE 'Y'.
001210         88  WS-EXPDECIS-NOT-EOF                  VALUE 'N'.
001220 01  WS-EXPHIST-EOF-SW           PIC X(01)   VALUE 'N'.
001230         88  WS-EXPHIST-EOF                       VALUE 'Y'.
001240         88  WS-EXPHIST-NOT-EOF                   VALUE 'N'.
001250 01  WS-SCAN-SW                  PIC X(01)   VALUE 'N'.
001260         88  WS-SCAN-DONE                         VALUE 'Y'.
001270         88  WS-SCAN-NOT-DONE                     VALUE 'N'.
001280 01  WS-PYST-SW                  PIC X(01)   VALUE 'N'.
001290         88  WS-PYST-FOUND                        VALUE 'Y'.
001300         88  WS-PYST-NOT-FOUND                    VALUE 'N'.
001310 01  WS-RCPT-SCAN-SW             PIC X(01)   VALUE 'N'.
001320         88  WS-RCPT-SCAN-DONE                    VALUE 'Y'.
001330         88  WS-RCPT-SCAN-NOT-DONE                VALUE 'N'.
001340
001350*----------------------------------------------------------------
001360*    PERIOD CONTROL AND RUN COUNTERS
001370*----------------------------------------------------------------
001380 01  WS-PERIOD                   PIC X(06)   VALUE SPACES.
001390 77  WS-STATEMENT-COUNT          PIC 9(05)   COMP VALUE 0.
001400 77  WS-PAYMENTS-COVERED         PIC 9(05)   COMP VALUE 0.
001410 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001420
001430*----------------------------------------------------------------
001440*    CLAIM HISTORY TABLE - REPORT NUMBER TO CLAIMED TOTAL AND
001450*    TRIP DATES.  THE ROLLING FILE HOLDS ABOUT A YEAR, SO A
001460*    REPORT PAID THIS PERIOD IS ON IT EVEN WHEN THE APPROVAL
001470*    PAYMENT LANDS MONTHS AFTER THE REPORT RAN.
001480*----------------------------------------------------------------
001490 77  WS-HIST-COUNT               PIC 9(04)   COMP VALUE 0.
001500 77  WS-MAX-HISTORY              PIC 9(04)   COMP VALUE 2000.
001510 77  WS-PREV-HIST-REPORT-NO      PIC 9(06)        VALUE 0.
001520 01  WS-HIST-TABLE.
001530         05  WS-HIST-ENTRY OCCURS 0 TO 2000 TIMES
001540                           DEPENDING ON WS-HIST-COUNT
001550                           INDEXED BY HI.
001560             10  WS-HIST-REPORT-NO   PIC 9(06).
001570             10  WS-HIST-TRIP-START  PIC X(08).
001580             10  WS-HIST-TRIP-END    PIC X(08).
001590             10  WS-HIST-AMOUNT      PIC 9(08)V99.
001600
001610*----------------------------------------------------------------
001620*    EXCEPTION TABLE - THE PERIOD'S EXCEPTION ITEMS, EACH
001630*    STARTING AS STILL-PENDING UNTIL A DECISION RECORD MATCHES
001640*    IT, EXACTLY AS THE APPROVAL PROGRAM MATCHES THEM.
001650*----------------------------------------------------------------
001660 77  WS-EXCP-COUNT               PIC 9(03)   COMP VALUE 0.
001670 77  WS-MAX-EXCPS                PIC 9(03)   COMP VALUE 500.
001680 01  WS-EXCP-TABLE.
001690         05  WS-EXCP-ENTRY OCCURS 0 TO 500 TIMES
001700                           DEPENDING ON WS-EXCP-COUNT
001710                           INDEXED BY XI.
001720             10  WS-XCP-EMP-ID       PIC X(06).
001730             10  WS-XCP-REPORT-NO    PIC 9(06).
001740             10  WS-XCP-TYPE-NAME    PIC X(11).
001750             10  WS-XCP-AMOUNT       PIC 9(08)V99.
001760             10  WS-XCP-STATUS       PIC X(01).
001770                 88  WS-XCP-PENDING               VALUE 'P'.
001780                 88  WS-XCP-APPROVED              VALUE 'A'.
001790                 88  WS-XCP-DENIED                VALUE 'D'.
001800
001810*----------------------------------------------------------------
001820*    PAYMENT TABLE - THE PERIOD'S EXPPAY RECORDS FROM BOTH THE
001830*    REPORT RUN (EX REFERENCES) AND THE APPROVAL RUN (EA
001840*    REFERENCES), CONCATENATED ON THE EXPPAY DD.  THE PERIOD
001850*    FILTER READS THE RUN DATE CARRIED IN THE PAYMENT REFERENCE.
001860*    THE DONE SWITCH DRIVES THE STATEMENT PASS.
001870*----------------------------------------------------------------
001880 77  WS-PAY-COUNT                PIC 9(04)   COMP VALUE 0.
001890 77  WS-MAX-PAYMENTS             PIC 9(04)   COMP VALUE 1000.
001900 01  WS-PAY-TABLE.
001910         05  WS-PAY-ENTRY OCCURS 0 TO 1000 TIMES
001920                          DEPENDING ON WS-PAY-COUNT
001930                          INDEXED BY PYI.
001940             10  WS-PAY-EMP-ID       PIC X(06).
001950             10  WS-PAY-EMP-NAME     PIC X(20).
001960             10  WS-PAY-REPORT-NO    PIC 9(06).
001970             10  WS-PAY-AMOUNT       PIC 9(08)V99.
001980             10  WS-PAY-REF          PIC X(16).
001990             10  WS-PAY-DONE-SW      PIC X(01).
002000
002010*----------------------------------------------------------------
002020*    STATEMENT WORK AREAS - THE EMPLOYEE AND REPORT CURRENTLY
002030*    BEING ADVISED AND THE FIGURES SUMMED FOR THEM
002040*----------------------------------------------------------------
002050 01  WS-CURR-EMP-ID              PIC X(06)   VALUE SPACES.
002060 01  WS-CURR-EMP-NAME            PIC X(20)   VALUE SPACES.
002070 01  WS-CURR-REPORT-NO           PIC 9(06)   VALUE 0.
002080 01  WS-MORE-FOR-EMP-SW          PIC X(01)   VALUE 'N'.
002090         88  WS-MORE-FOR-EMP                      VALUE 'Y'.
002100         88  WS-NO-MORE-FOR-EMP                   VALUE 'N'.
002110 01  WS-MORE-PAYMENTS-SW         PIC X(01)   VALUE 'N'.
002120         88  WS-MORE-PAYMENTS                     VALUE 'Y'.
002130         88  WS-NO-MORE-PAYMENTS                  VALUE 'N'.
002140 01  WS-RPT-CLAIMED              PIC 9(08)V99      VALUE 0.
002150 01  WS-RPT-TRIP-START           PIC X(08)   VALUE SPACES.
002160 01  WS-RPT-TRIP-END             PIC X(08)   VALUE SPACES.
002170 01  WS-RPT-PENDING              PIC 9(10)V99      VALUE 0.
002180 01  WS-RPT-DENIED               PIC 9(10)V99      VALUE 0.
002190 01  WS-RPT-PAID                 PIC 9(10)V99      VALUE 0.
002200 01  WS-RPT-RETURNED             PIC 9(10)V99      VALUE 0.
002210 01  WS-RPT-SENT                 PIC 9(10)V99      VALUE 0.
002220 01  WS-RPT-ADVANCES             PIC S9(10)V99     VALUE 0.
002230 01  WS-EMP-PAID-TOTAL           PIC 9(10)V99      VALUE 0.
002240
002250*----------------------------------------------------------------
002260*    REPORT WORK AREAS
002270*----------------------------------------------------------------
002280 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
002290 01  WS-REPORT-NO-FMT            PIC Z(05)9.
002300 01  WS-COUNT-FMT                PIC Z(04)9.
002310
002320 LINKAGE SECTION.
002330*----------------------------------------------------------------
002340*    EXEC PARM AREA - PARM='YYYYMM' NAMES THE PERIOD ADVISED
002350*----------------------------------------------------------------
002360 01  LK-PARM-AREA.
002370         05  LK-PARM-LENGTH           PIC S9(04) COMP.
002380         05  LK-PARM-TEXT              PIC X(08).
002390
002400 PROCEDURE DIVISION USING LK-PARM-AREA.
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-EXIT
002440     PERFORM 2000-PRINT-STATEMENTS
002450         THRU 2000-EXIT
002460     PERFORM 3900-PRINT-RUN-SUMMARY
002470         THRU 3900-EXIT
002480     PERFORM 9999-TERMINATE
002490         THRU 9999-EXIT
002500     STOP RUN.
002510
002520*****************************************************************
002530*  1000-INITIALIZE
002540*      VALIDATE THE PERIOD PARM, OPEN THE FILES, AND LOAD THE
002550*      CLAIM HISTORY, THE EXCEPTIONS WITH THEIR DISPOSITIONS,
002560*      AND THE PERIOD'S PAYMENTS.
002570*****************************************************************
002580 1000-INITIALIZE.
002590     IF LK-PARM-LENGTH NOT = 6
002600         OR LK-PARM-TEXT(1:6) IS NOT NUMERIC
002610             MOVE 'PERIOD PARM MUST BE YYYYMM' TO WS-ABEND-MSG
002620             GO TO 9000-ABEND
002630     END-IF
002640     MOVE LK-PARM-TEXT(1:6) TO WS-PERIOD
002650     OPEN INPUT EXPPAY
002660     OPEN INPUT EXPEXCP
002670     OPEN INPUT EXPDECIS
002680     OPEN INPUT EXPHIST
002690     OPEN INPUT EXPPYST
002700     OPEN INPUT EXPRCPT
002710     OPEN OUTPUT EXPRMRPT
002720     PERFORM 1050-LOAD-HISTORY
002730         THRU 1050-EXIT
002740     PERFORM 1100-LOAD-EXCEPTIONS
002750         THRU 1100-EXIT
002760     PERFORM 1200-APPLY-DECISIONS
002770         THRU 1200-EXIT
002780     PERFORM 1300-LOAD-PAYMENTS
002790         THRU 1300-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830*****************************************************************
002840*  1050-LOAD-HISTORY
002850*      LOAD THE ROLLING CLAIM HISTORY - ONE ROW PER REPORT -
002860*      FOR THE CLAIMED TOTALS AND TRIP DATES.  OLDER STRETCHES
002870*      OF THE FILE CARRY ONE RECORD PER EXPENSE TYPE, WRITTEN
002880*      TOGETHER, SO RECORDS REPEATING THE PREVIOUS REPORT NUMBER
002890*      ARE SKIPPED THE WAY THE REPORT PROGRAM SKIPS THEM.
002900*****************************************************************
002910 1050-LOAD-HISTORY.
002920     MOVE 0 TO WS-HIST-COUNT
002930     MOVE 0 TO WS-PREV-HIST-REPORT-NO
002940     PERFORM 1060-LOAD-ONE-CLAIM
002950         THRU 1060-EXIT
002960         UNTIL WS-EXPHIST-EOF
002970     CLOSE EXPHIST.
002980 1050-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*  1060-LOAD-ONE-CLAIM
003030*      READ ONE CLAIM-HISTORY RECORD AND MOVE ITS KEY FIELDS
003040*      INTO THE NEXT ROW OF WS-HIST-TABLE.
003050*****************************************************************
003060 1060-LOAD-ONE-CLAIM.
003070     READ EXPHIST
003080         AT END
003090             SET WS-EXPHIST-EOF TO TRUE
003100             GO TO 1060-EXIT
003110     END-READ
003120     IF EXPHIST-REPORT-NO = WS-PREV-HIST-REPORT-NO
003130         GO TO 1060-EXIT
003140     END-IF
003150     IF WS-HIST-COUNT = WS-MAX-HISTORY
003160         MOVE 'CLAIM HISTORY TABLE FULL' TO WS-ABEND-MSG
003170         GO TO 9000-ABEND
003180     END-IF
003190     ADD 1 TO WS-HIST-COUNT
003200     SET HI TO WS-HIST-COUNT
003210     MOVE EXPHIST-REPORT-NO  TO WS-HIST-REPORT-NO(HI)
003220     MOVE EXPHIST-TRIP-START TO WS-HIST-TRIP-START(HI)
003230     MOVE EXPHIST-TRIP-END   TO WS-HIST-TRIP-END(HI)
003240     MOVE EXPHIST-AMOUNT     TO WS-HIST-AMOUNT(HI)
003250     MOVE EXPHIST-REPORT-NO  TO WS-PREV-HIST-REPORT-NO.
003260 1060-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*  1100-LOAD-EXCEPTIONS
003310*      LOAD THE EXCEPTION ITEMS, EVERY ENTRY STARTING AS
003320*      STILL-PENDING.
003330*****************************************************************
003340 1100-LOAD-EXCEPTIONS.
003350     MOVE 0 TO WS-EXCP-COUNT
003360     PERFORM 1110-LOAD-ONE-EXCEPTION
003370         THRU 1110-EXIT
003380         UNTIL WS-EXPEXCP-EOF
003390     CLOSE EXPEXCP.
003400 1100-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  1110-LOAD-ONE-EXCEPTION
003450*      READ ONE EXCEPTION RECORD AND MOVE IT INTO THE NEXT ROW
003460*      OF WS-EXCP-TABLE.
003470*****************************************************************
003480 1110-LOAD-ONE-EXCEPTION.
003490     READ EXPEXCP
003500         AT END
003510             SET WS-EXPEXCP-EOF TO TRUE
003520             GO TO 1110-EXIT
003530     END-READ
003540     IF WS-EXCP-COUNT = WS-MAX-EXCPS
003550         MOVE 'EXCEPTION TABLE FULL' TO WS-ABEND-MSG
003560         GO TO 9000-ABEND
003570     END-IF
003580     ADD 1 TO WS-EXCP-COUNT
003590     SET XI TO WS-EXCP-COUNT
003600     MOVE EXPEXCP-EMP-ID    TO WS-XCP-EMP-ID(XI)
003610     MOVE EXPEXCP-REPORT-NO TO WS-XCP-REPORT-NO(XI)
003620     MOVE EXPEXCP-TYPE-NAME TO WS-XCP-TYPE-NAME(XI)
003630     MOVE EXPEXCP-AMOUNT    TO WS-XCP-AMOUNT(XI)
003640     MOVE 'P'               TO WS-XCP-STATUS(XI).
003650 1110-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690*  1200-APPLY-DECISIONS
003700*      READ THE DECISION RECORDS AND MARK EACH MATCHING
003710*      STILL-PENDING EXCEPTION APPROVED OR DENIED - THE SAME
003720*      MATCH THE APPROVAL PROGRAM USES.  DECISIONS THAT MATCH
003730*      NOTHING ARE SIMPLY IGNORED HERE; THE APPROVAL RUN ALREADY
003740*      REPORTED THEM.
003750*****************************************************************
003760 1200-APPLY-DECISIONS.
003770     PERFORM 1210-APPLY-ONE-DECISION
003780         THRU 1210-EXIT
003790         UNTIL WS-EXPDECIS-EOF
003800     CLOSE EXPDECIS.
003810 1200-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850*  1210-APPLY-ONE-DECISION
003860*      READ ONE DECISION RECORD AND RECORD ITS DISPOSITION
003870*      AGAINST ITS EXCEPTION.
003880*****************************************************************
003890 1210-APPLY-ONE-DECISION.
003900     READ EXPDECIS
003910         AT END
003920             SET WS-EXPDECIS-EOF TO TRUE
003930             GO TO 1210-EXIT
003940     END-READ
003950     IF NOT EXPDECIS-APPROVED AND NOT EXPDECIS-DENIED
003960         GO TO 1210-EXIT
003970     END-IF
003980     SET XI TO 1
003990     SEARCH WS-EXCP-ENTRY
004000         AT END
004010             CONTINUE
004020         WHEN WS-XCP-REPORT-NO(XI) = EXPDECIS-REPORT-NO
004030             AND WS-XCP-EMP-ID(XI) = EXPDECIS-EMP-ID
004040             AND WS-XCP-TYPE-NAME(XI) = EXPDECIS-TYPE-NAME
004050             AND WS-XCP-AMOUNT(XI) = EXPDECIS-AMOUNT
004060             AND WS-XCP-PENDING(XI)
004070                 MOVE EXPDECIS-DECISION TO WS-XCP-STATUS(XI)
004080     END-SEARCH.
004090 1210-EXIT.
004100     EXIT.
004110
004120*****************************************************************
004130*  1300-LOAD-PAYMENTS
004140*      LOAD THE PERIOD'S PAYMENT RECORDS - EX AND EA REFERENCES
004150*      ALIKE - INTO WS-PAY-TABLE.  THE RUN DATE INSIDE THE
004160*      PAYMENT REFERENCE (POSITIONS 9-16) CARRIES THE PERIOD.
004170*****************************************************************
004180 1300-LOAD-PAYMENTS.
004190     MOVE 0 TO WS-PAY-COUNT
004200     PERFORM 1310-LOAD-ONE-PAYMENT
004210         THRU 1310-EXIT
004220         UNTIL WS-EXPPAY-EOF
004230     CLOSE EXPPAY.
004240 1300-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*  1310-LOAD-ONE-PAYMENT
004290*      READ ONE PAYMENT RECORD AND, WHEN ITS REFERENCE DATE
004300*      FALLS IN THE PERIOD, MOVE IT INTO THE NEXT ROW OF
004310*      WS-PAY-TABLE.
004320*****************************************************************
004330 1310-LOAD-ONE-PAYMENT.
004340     READ EXPPAY
004350         AT END
004360             SET WS-EXPPAY-EOF TO TRUE
004370             GO TO 1310-EXIT
004380     END-READ
004390     IF EXPPAY-PAY-REF(9:6) NOT = WS-PERIOD
004400         GO TO 1310-EXIT
004410     END-IF
004420     IF WS-PAY-COUNT = WS-MAX-PAYMENTS
004430         MOVE 'PAYMENT TABLE FULL' TO WS-ABEND-MSG
004440         GO TO 9000-ABEND
004450     END-IF
004460     ADD 1 TO WS-PAY-COUNT
004470     SET PYI TO WS-PAY-COUNT
004480     MOVE EXPPAY-EMP-ID    TO WS-PAY-EMP-ID(PYI)
004490     MOVE EXPPAY-EMP-NAME  TO WS-PAY-EMP-NAME(PYI)
004500     MOVE EXPPAY-REPORT-NO TO WS-PAY-REPORT-NO(PYI)
004510     MOVE EXPPAY-AMOUNT    TO WS-PAY-AMOUNT(PYI)
004520     MOVE EXPPAY-PAY-REF   TO WS-PAY-REF(PYI)
004530     MOVE 'N'              TO WS-PAY-DONE-SW(PYI).
004540 1310-EXIT.
004550     EXIT.
004560
004570*****************************************************************
004580*  2000-PRINT-STATEMENTS
004590*      PRINT ONE REMITTANCE ADVICE PAGE PER EMPLOYEE WITH A
004600*      PAYMENT IN THE PERIOD, TAKING EMPLOYEES IN THE ORDER
004610*      THEIR PAYMENTS APPEAR ON THE FILE.
004620*****************************************************************
004630 2000-PRINT-STATEMENTS.
004640     PERFORM 2050-FIND-NEXT-EMPLOYEE
004650         THRU 2050-EXIT
004660     PERFORM 2100-PRINT-ONE-EMPLOYEE
004670         THRU 2100-EXIT
004680         UNTIL WS-NO-MORE-PAYMENTS.
004690 2000-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730*  2050-FIND-NEXT-EMPLOYEE
004740*      FIND THE FIRST PAYMENT ROW NOT YET ADVISED AND TAKE ITS
004750*      EMPLOYEE AS THE NEXT STATEMENT'S SUBJECT.
004760*****************************************************************
004770 2050-FIND-NEXT-EMPLOYEE.
004780     SET WS-NO-MORE-PAYMENTS TO TRUE
004790     IF WS-PAY-COUNT = 0
004800         GO TO 2050-EXIT
004810     END-IF
004820     SET PYI TO 1
004830     SEARCH WS-PAY-ENTRY
004840         AT END
004850             CONTINUE
004860         WHEN WS-PAY-DONE-SW(PYI) = 'N'
004870             SET WS-MORE-PAYMENTS TO TRUE
004880             MOVE WS-PAY-EMP-ID(PYI)   TO WS-CURR-EMP-ID
004890             MOVE WS-PAY-EMP-NAME(PYI) TO WS-CURR-EMP-NAME
004900     END-SEARCH.
004910 2050-EXIT.
004920     EXIT.
004930
004940*****************************************************************
004950*  2100-PRINT-ONE-EMPLOYEE
004960*      PRINT ONE EMPLOYEE'S ADVICE PAGE - THE HEADING, ONE
004970*      BLOCK PER REPORT PAID IN THE PERIOD, AND THE TOTAL PAID -
004980*      THEN FIND THE NEXT EMPLOYEE.
004990*****************************************************************
005000 2100-PRINT-ONE-EMPLOYEE.
005010     ADD 1 TO WS-STATEMENT-COUNT
005020     MOVE 0 TO WS-EMP-PAID-TOTAL
005030     MOVE SPACES TO EXPRMRPT-LINE
005040     STRING 'Remittance Advice - Period ' DELIMITED BY SIZE
005050            WS-PERIOD DELIMITED BY SIZE
005060            INTO EXPRMRPT-LINE
005070     WRITE EXPRMRPT-RECORD AFTER ADVANCING PAGE
005080     MOVE SPACES TO EXPRMRPT-LINE
005090     STRING 'Employee ' DELIMITED BY SIZE
005100            WS-CURR-EMP-ID DELIMITED BY SIZE
005110            '  ' DELIMITED BY SIZE
005120            WS-CURR-EMP-NAME DELIMITED BY SIZE
005130            INTO EXPRMRPT-LINE
005140     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
005150     MOVE SPACES TO EXPRMRPT-LINE
005160     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
005170     SET WS-MORE-FOR-EMP TO TRUE
005180     PERFORM 2200-PRINT-ONE-REPORT
005190         THRU 2200-EXIT
005200         UNTIL WS-NO-MORE-FOR-EMP
005210     MOVE WS-EMP-PAID-TOTAL TO WS-AMOUNT-FMT
005220     MOVE SPACES TO EXPRMRPT-LINE
005230     STRING 'Total Paid This Period: ' DELIMITED BY SIZE
005240            WS-AMOUNT-FMT DELIMITED BY SIZE
005250            INTO EXPRMRPT-LINE
005260     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
005270     PERFORM 2050-FIND-NEXT-EMPLOYEE
005280         THRU 2050-EXIT.
005290 2100-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330*  2200-PRINT-ONE-REPORT
005340*      PRINT ONE REPORT'S BLOCK ON THE CURRENT EMPLOYEE'S PAGE -
005350*      CLAIMED, ADVANCES APPLIED, HELD PENDING, DENIED, AND
005360*      PAID, WITH THE PAYMENT REFERENCES - AND MARK ITS PAYMENT
005370*      ROWS ADVISED.
005380*****************************************************************
005390 2200-PRINT-ONE-REPORT.
005400     PERFORM 2250-FIND-NEXT-REPORT
005410         THRU 2250-EXIT
005420     IF WS-NO-MORE-FOR-EMP
005430         GO TO 2200-EXIT
005440     END-IF
005450     PERFORM 2300-FIND-CLAIM
005460         THRU 2300-EXIT
005470     MOVE 0 TO WS-RPT-PENDING
005480     MOVE 0 TO WS-RPT-DENIED
005490     IF WS-EXCP-COUNT > 0
005500         PERFORM 2350-SUM-ONE-EXCEPTION
005510             THRU 2350-EXIT
005520             VARYING XI FROM 1 BY 1
005530             UNTIL XI > WS-EXCP-COUNT
005540     END-IF
005550     PERFORM 2360-SUM-RECEIPT-HOLDS
005560         THRU 2360-EXIT
005570     MOVE WS-CURR-REPORT-NO TO WS-REPORT-NO-FMT
005580     MOVE SPACES TO EXPRMRPT-LINE
005590     STRING 'Report ' DELIMITED BY SIZE
005600            WS-REPORT-NO-FMT DELIMITED BY SIZE
005610            '  Trip ' DELIMITED BY SIZE
005620            WS-RPT-TRIP-START DELIMITED BY SIZE
005630            ' - ' DELIMITED BY SIZE
005640            WS-RPT-TRIP-END DELIMITED BY SIZE
005650            INTO EXPRMRPT-LINE
005660     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
005670     MOVE WS-RPT-CLAIMED TO WS-AMOUNT-FMT
005680     MOVE SPACES TO EXPRMRPT-LINE
005690     STRING '  Claimed:            ' DELIMITED BY SIZE
005700            WS-AMOUNT-FMT DELIMITED BY SIZE
005710            INTO EXPRMRPT-LINE
005720     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
005730*    THE PAYMENT ROWS FOR THIS REPORT ARE SUMMED AND PRINTED
005740*    NEXT SO THE ADVANCE NETTING - CLAIMED LESS DENIED, LESS
005750*    STILL-PENDING (EXCEPTIONS AND RECEIPT HOLDS), LESS SENT -
005760*    CAN CLOSE THE BLOCK.  SENT
005770*    COUNTS EVERY ORIGINAL PAYMENT WHETHER AP PAID IT OR SENT
005780*    IT BACK, AND LEAVES OUT THE RI REISSUES THAT STAND IN FOR
005790*    RETURNED ONES, SO A RETURN NEVER SHOWS AS AN ADVANCE.
005800     MOVE 0 TO WS-RPT-PAID
005810     MOVE 0 TO WS-RPT-RETURNED
005820     MOVE 0 TO WS-RPT-SENT
005830     IF WS-PAY-COUNT > 0
005840         PERFORM 2400-TAKE-ONE-PAYMENT
005850             THRU 2400-EXIT
005860             VARYING PYI FROM 1 BY 1
005870             UNTIL PYI > WS-PAY-COUNT
005880     END-IF
005890     COMPUTE WS-RPT-ADVANCES =
005900         WS-RPT-CLAIMED - WS-RPT-DENIED - WS-RPT-PENDING
005910         - WS-RPT-SENT
005920     IF WS-RPT-ADVANCES < 0
005930         MOVE 0 TO WS-RPT-ADVANCES
005940     END-IF
005950     MOVE WS-RPT-ADVANCES TO WS-AMOUNT-FMT
005960     MOVE SPACES TO EXPRMRPT-LINE
005970     STRING '  Advances Applied:   ' DELIMITED BY SIZE
005980            WS-AMOUNT-FMT DELIMITED BY SIZE
005990            INTO EXPRMRPT-LINE
006000     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
006010     MOVE WS-RPT-PENDING TO WS-AMOUNT-FMT
006020     MOVE SPACES TO EXPRMRPT-LINE
006030     STRING '  Held Pending:       ' DELIMITED BY SIZE
006040            WS-AMOUNT-FMT DELIMITED BY SIZE
006050            INTO EXPRMRPT-LINE
006060     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
006070     MOVE WS-RPT-DENIED TO WS-AMOUNT-FMT
006080     MOVE SPACES TO EXPRMRPT-LINE
006090     STRING '  Denied:             ' DELIMITED BY SIZE
006100            WS-AMOUNT-FMT DELIMITED BY SIZE
006110            INTO EXPRMRPT-LINE
006120     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
006130     MOVE WS-RPT-PAID TO WS-AMOUNT-FMT
006140     MOVE SPACES TO EXPRMRPT-LINE
006150     STRING '  Paid:               ' DELIMITED BY SIZE
006160            WS-AMOUNT-FMT DELIMITED BY SIZE
006170            INTO EXPRMRPT-LINE
006180     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
006190     IF WS-RPT-RETURNED > 0
006200         MOVE WS-RPT-RETURNED TO WS-AMOUNT-FMT
006210         MOVE SPACES TO EXPRMRPT-LINE
006220         STRING '  Returned/Voided:    ' DELIMITED BY SIZE
006230                WS-AMOUNT-FMT DELIMITED BY SIZE
006240                INTO EXPRMRPT-LINE
006250         WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
006260     END-IF
006270     MOVE SPACES TO EXPRMRPT-LINE
006280     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE.
006290 2200-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330*  2250-FIND-NEXT-REPORT
006340*      FIND THE CURRENT EMPLOYEE'S FIRST PAYMENT ROW NOT YET
006350*      ADVISED AND TAKE ITS REPORT NUMBER.  NONE LEFT ENDS THE
006360*      EMPLOYEE'S PAGE.
006370*****************************************************************
006380 2250-FIND-NEXT-REPORT.
006390     SET WS-NO-MORE-FOR-EMP TO TRUE
006400     SET PYI TO 1
006410     SEARCH WS-PAY-ENTRY
006420         AT END
006430             CONTINUE
006440         WHEN WS-PAY-DONE-SW(PYI) = 'N'
006450             AND WS-PAY-EMP-ID(PYI) = WS-CURR-EMP-ID
006460                 SET WS-MORE-FOR-EMP TO TRUE
006470                 MOVE WS-PAY-REPORT-NO(PYI) TO WS-CURR-REPORT-NO
006480     END-SEARCH.
006490 2250-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*  2300-FIND-CLAIM
006540*      LOOK THE CURRENT REPORT UP ON THE CLAIM HISTORY FOR ITS
006550*      CLAIMED TOTAL AND TRIP DATES.  A REPORT OFF THE ROLLING
006560*      HISTORY SHOWS ZERO CLAIMED RATHER THAN A GUESS.
006570*****************************************************************
006580 2300-FIND-CLAIM.
006590     MOVE 0      TO WS-RPT-CLAIMED
006600     MOVE SPACES TO WS-RPT-TRIP-START
006610     MOVE SPACES TO WS-RPT-TRIP-END
006620     IF WS-HIST-COUNT = 0
006630         GO TO 2300-EXIT
006640     END-IF
006650     SET HI TO 1
006660     SEARCH WS-HIST-ENTRY
006670         AT END
006680             CONTINUE
006690         WHEN WS-HIST-REPORT-NO(HI) = WS-CURR-REPORT-NO
006700             MOVE WS-HIST-AMOUNT(HI)     TO WS-RPT-CLAIMED
006710             MOVE WS-HIST-TRIP-START(HI) TO WS-RPT-TRIP-START
006720             MOVE WS-HIST-TRIP-END(HI)   TO WS-RPT-TRIP-END
006730     END-SEARCH.
006740 2300-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*  2350-SUM-ONE-EXCEPTION
006790*      ADD ONE EXCEPTION TABLE ROW BELONGING TO THE CURRENT
006800*      REPORT INTO THE PENDING OR DENIED FIGURE PER ITS
006810*      DISPOSITION.  APPROVED ITEMS ARE IN THE PAID FIGURE
006820*      THROUGH THEIR EA PAYMENT RECORDS.
006830*****************************************************************
006840 2350-SUM-ONE-EXCEPTION.
006850     IF WS-XCP-REPORT-NO(XI) = WS-CURR-REPORT-NO
006860         EVALUATE TRUE
006870             WHEN WS-XCP-PENDING(XI)
006880                 ADD WS-XCP-AMOUNT(XI) TO WS-RPT-PENDING
006890             WHEN WS-XCP-DENIED(XI)
006900                 ADD WS-XCP-AMOUNT(XI) TO WS-RPT-DENIED
006910             WHEN OTHER
006920                 CONTINUE
006930         END-EVALUATE
006940     END-IF.
006950 2350-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990*  2360-SUM-RECEIPT-HOLDS
007000*      BROWSE THE RECEIPT HOLDS FILED UNDER THE CURRENT REPORT
007010*      AND ADD EACH INTO THE PENDING OR DENIED FIGURE.  NO
007020*      HOLDS FOR THE REPORT - OR NO RECEIPT FILE AT ALL - ADDS
007030*      NOTHING.
007040*****************************************************************
007050 2360-SUM-RECEIPT-HOLDS.
007060     SET WS-RCPT-SCAN-NOT-DONE TO TRUE
007070     MOVE WS-CURR-REPORT-NO TO EXPRCPT-REPORT-NO
007080     MOVE LOW-VALUES        TO EXPRCPT-LINE-NO
007090     MOVE LOW-VALUES        TO EXPRCPT-HELD-DATE
007100     START EXPRCPT KEY IS NOT LESS THAN EXPRCPT-KEY
007110         INVALID KEY
007120             GO TO 2360-EXIT
007130     END-START
007140     PERFORM 2365-SUM-ONE-RECEIPT-HOLD
007150         THRU 2365-EXIT
007160         UNTIL WS-RCPT-SCAN-DONE.
007170 2360-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210*  2365-SUM-ONE-RECEIPT-HOLD
007220*      READ THE NEXT RECEIPT HOLD AND STOP AT THE FIRST PAST THE
007230*      CURRENT REPORT.  A HOLD STILL WAITING ON ITS RECEIPT IS
007240*      HELD PENDING; ONE DENIED WHEN ITS WINDOW RAN OUT IS
007250*      DENIED.  A RELEASED HOLD IS IN THE PAID FIGURE THROUGH
007260*      ITS ER PAYMENT RECORD.
007270*****************************************************************
007280 2365-SUM-ONE-RECEIPT-HOLD.
007290     READ EXPRCPT NEXT RECORD
007300         AT END
007310             SET WS-RCPT-SCAN-DONE TO TRUE
007320             GO TO 2365-EXIT
007330     END-READ
007340     IF EXPRCPT-REPORT-NO NOT = WS-CURR-REPORT-NO
007350         SET WS-RCPT-SCAN-DONE TO TRUE
007360         GO TO 2365-EXIT
007370     END-IF
007380     EVALUATE TRUE
007390         WHEN EXPRCPT-PENDING
007400             ADD EXPRCPT-AMOUNT TO WS-RPT-PENDING
007410         WHEN EXPRCPT-DENIED
007420             ADD EXPRCPT-AMOUNT TO WS-RPT-DENIED
007430         WHEN OTHER
007440             CONTINUE
007450     END-EVALUATE.
007460 2365-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500*  2400-TAKE-ONE-PAYMENT
007510*      TAKE ONE PAYMENT TABLE ROW BELONGING TO THE CURRENT
007520*      REPORT - PRINT ITS REFERENCE AND AMOUNT WITH WHAT AP DID
007530*      WITH IT, ADD IT INTO THE REPORT AND EMPLOYEE TOTALS, AND
007540*      MARK IT ADVISED.  A PAYMENT AP RETURNED OR VOIDED IS
007550*      TOTALLED AS SUCH, NOT AS PAID.
007560*****************************************************************
007570 2400-TAKE-ONE-PAYMENT.
007580     IF WS-PAY-DONE-SW(PYI) NOT = 'N'
007590         OR WS-PAY-EMP-ID(PYI) NOT = WS-CURR-EMP-ID
007600         OR WS-PAY-REPORT-NO(PYI) NOT = WS-CURR-REPORT-NO
007610             GO TO 2400-EXIT
007620     END-IF
007630     MOVE 'Y' TO WS-PAY-DONE-SW(PYI)
007640     ADD 1 TO WS-PAYMENTS-COVERED
007650     MOVE WS-PAY-AMOUNT(PYI) TO WS-AMOUNT-FMT
007660     MOVE SPACES TO EXPRMRPT-LINE
007670     STRING '  Payment ' DELIMITED BY SIZE
007680            WS-PAY-REF(PYI) DELIMITED BY SIZE
007690            '  ' DELIMITED BY SIZE
007700            WS-AMOUNT-FMT DELIMITED BY SIZE
007710            INTO EXPRMRPT-LINE
007720     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
007730     IF WS-PAY-REF(PYI)(1:2) NOT = 'RI'
007740         ADD WS-PAY-AMOUNT(PYI) TO WS-RPT-SENT
007750     END-IF
007760     PERFORM 2450-FIND-PAY-STATUS
007770         THRU 2450-EXIT
007780     IF WS-PYST-FOUND
007790         AND (EXPPYST-RETURNED OR EXPPYST-VOIDED)
007800             ADD WS-PAY-AMOUNT(PYI) TO WS-RPT-RETURNED
007810     ELSE
007820         ADD WS-PAY-AMOUNT(PYI) TO WS-RPT-PAID
007830         ADD WS-PAY-AMOUNT(PYI) TO WS-EMP-PAID-TOTAL
007840     END-IF
007850     IF WS-PYST-NOT-FOUND
007860         GO TO 2400-EXIT
007870     END-IF
007880     MOVE SPACES TO EXPRMRPT-LINE
007890     EVALUATE TRUE
007900         WHEN EXPPYST-PAID
007910             STRING '    Check/EFT ' DELIMITED BY SIZE
007920                    EXPPYST-CHECK-NO DELIMITED BY SIZE
007930                    '  Paid ' DELIMITED BY SIZE
007940                    EXPPYST-PAID-DATE DELIMITED BY SIZE
007950                    INTO EXPRMRPT-LINE
007960         WHEN EXPPYST-RETURNED
007970             STRING '    Check/EFT ' DELIMITED BY SIZE
007980                    EXPPYST-CHECK-NO DELIMITED BY SIZE
007990                    '  RETURNED ' DELIMITED BY SIZE
008000                    EXPPYST-RETURN-DATE DELIMITED BY SIZE
008010                    '  Reissued ' DELIMITED BY SIZE
008020                    EXPPYST-REISSUE-REF DELIMITED BY SIZE
008030                    INTO EXPRMRPT-LINE
008040         WHEN EXPPYST-VOIDED
008050             STRING '    Check/EFT ' DELIMITED BY SIZE
008060                    EXPPYST-CHECK-NO DELIMITED BY SIZE
008070                    '  VOIDED ' DELIMITED BY SIZE
008080                    EXPPYST-RETURN-DATE DELIMITED BY SIZE
008090                    INTO EXPRMRPT-LINE
008100         WHEN OTHER
008110             MOVE '    Not Yet Confirmed Paid By AP'
008120                 TO EXPRMRPT-LINE
008130     END-EVALUATE
008140     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE.
008150 2400-EXIT.
008160     EXIT.
008170
008180*****************************************************************
008190*  2450-FIND-PAY-STATUS
008200*      BROWSE THE PAYMENT STATUS RECORDS UNDER THE CURRENT
008210*      PAYMENT ROW'S REFERENCE FOR THE ONE FOR ITS REPORT,
008220*      EMPLOYEE, AND AMOUNT, LEAVING IT IN THE EXPPYST BUFFER.
008230*      A PAYMENT NOT ON THE STATUS FILE - OR NO STATUS FILE AT
008240*      ALL - PRINTS WITHOUT A CONFIRMATION LINE.
008250*****************************************************************
008260 2450-FIND-PAY-STATUS.
008270     SET WS-PYST-NOT-FOUND TO TRUE
008280     SET WS-SCAN-NOT-DONE TO TRUE
008290     MOVE WS-PAY-REF(PYI) TO EXPPYST-PAY-REF
008300     MOVE 0               TO EXPPYST-SEQ
008310     START EXPPYST KEY IS NOT LESS THAN EXPPYST-KEY
008320         INVALID KEY
008330             GO TO 2450-EXIT
008340     END-START
008350     PERFORM 2460-SCAN-ONE-STATUS
008360         THRU 2460-EXIT
008370         UNTIL WS-SCAN-DONE.
008380 2450-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420*  2460-SCAN-ONE-STATUS
008430*      READ THE NEXT STATUS RECORD AND STOP AT THE ONE FOR THE
008440*      CURRENT PAYMENT ROW OR AT THE FIRST PAST ITS REFERENCE.
008450*****************************************************************
008460 2460-SCAN-ONE-STATUS.
008470     READ EXPPYST NEXT RECORD
008480         AT END
008490             SET WS-SCAN-DONE TO TRUE
008500             GO TO 2460-EXIT
008510     END-READ
008520     IF EXPPYST-PAY-REF NOT = WS-PAY-REF(PYI)
008530         SET WS-SCAN-DONE TO TRUE
008540         GO TO 2460-EXIT
008550     END-IF
008560     IF EXPPYST-REPORT-NO = WS-PAY-REPORT-NO(PYI)
008570         AND EXPPYST-EMP-ID = WS-PAY-EMP-ID(PYI)
008580         AND EXPPYST-SENT-AMOUNT = WS-PAY-AMOUNT(PYI)
008590             SET WS-PYST-FOUND TO TRUE
008600             SET WS-SCAN-DONE TO TRUE
008610     END-IF.
008620 2460-EXIT.
008630     EXIT.
008640
008650*****************************************************************
008660*  3900-PRINT-RUN-SUMMARY
008670*      PRINT THE RUN CONTROL TOTALS ON A CLOSING PAGE.
008680*****************************************************************
008690 3900-PRINT-RUN-SUMMARY.
008700     MOVE 'Remittance Run Summary: ' TO EXPRMRPT-LINE
008710     WRITE EXPRMRPT-RECORD AFTER ADVANCING PAGE
008720     MOVE WS-STATEMENT-COUNT TO WS-COUNT-FMT
008730     MOVE SPACES TO EXPRMRPT-LINE
008740     STRING 'Statements Printed: ' DELIMITED BY SIZE
008750            WS-COUNT-FMT DELIMITED BY SIZE
008760            INTO EXPRMRPT-LINE
008770     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE
008780     MOVE WS-PAYMENTS-COVERED TO WS-COUNT-FMT
008790     MOVE SPACES TO EXPRMRPT-LINE
008800     STRING 'Payments Covered: ' DELIMITED BY SIZE
008810            WS-COUNT-FMT DELIMITED BY SIZE
008820            INTO EXPRMRPT-LINE
008830     WRITE EXPRMRPT-RECORD AFTER ADVANCING 1 LINE.
008840 3900-EXIT.
008850     EXIT.
008860
008870*****************************************************************
008880*  9000-ABEND
008890*      A FATAL CONDITION - A BAD PERIOD PARM OR A WORKING-
008900*      STORAGE TABLE FILLED TO CAPACITY.  DISPLAY THE DIAGNOSTIC
008910*      AND END THE RUN WITH A NONZERO RETURN CODE SO THE JOB
008920*      STEP SHOWS FAILED.
008930*****************************************************************
008940 9000-ABEND.
008950     DISPLAY WS-ABEND-MSG
008960     MOVE 16 TO RETURN-CODE
008970     STOP RUN.
008980
008990*****************************************************************
009000*  9999-TERMINATE
009010*****************************************************************
009020 9999-TERMINATE.
009030     CLOSE EXPPYST
009040     CLOSE EXPRCPT
009050     CLOSE EXPRMRPT.
009060 9999-EXIT.
009070     EXIT.
