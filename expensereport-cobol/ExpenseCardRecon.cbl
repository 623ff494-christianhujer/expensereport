000410*                  BYTES CARRY MILES, NOT DOLLARS, SO A CHARGE
000420*                  COULD FALSELY MATCH THEM, AND MILEAGE IS
000430*                  NEVER PUT ON THE CORPORATE CARD.
000440*  2026-10-15 CAH  DOUBLE-DIP SUSPECT RECORDS NOW CARRY THE
000450*                  EMPLOYEE, REPORT NUMBER, CARD NUMBER, AND
000460*                  MERCHANT SO THE SUSPECT PROGRAM EXPSUS01 CAN
000470*                  QUEUE THEM FOR THE REVIEW CLERKS AND RECOVER
000480*                  CONFIRMED ONES FROM THE EMPLOYEE.
000490*  2026-10-15 CAH  PROJECT ALLOCATION RECORDS ON EXPTRANS ARE NOW
000500*                  PASSED OVER - THEY CARRY NO CHARGE TO MATCH.
000510*  2026-10-15 CAH  THE DOUBLE-DIP SUSPECT RECORD IS CLEARED BEFORE
000520*                  IT IS BUILT SO ITS TRAILING FILLER IS WRITTEN
000530*                  AS SPACES.
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.    EXPCRD01.
000570 AUTHOR.        C. A. HUJER.
000580 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000590 DATE-WRITTEN.  2026-09-02.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT EXPCARDF ASSIGN TO EXPCARDF
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT OPTIONAL EXPCRDUP ASSIGN TO EXPCRDUP
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT EXPTRANS ASSIGN TO EXPTRANS
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT EXPMAST ASSIGN TO EXPMAST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS EXPMAST-EMP-ID.
000750     SELECT EXPCRDUN ASSIGN TO EXPCRDUN
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT EXPCRDDP ASSIGN TO EXPCRDDP
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT EXPCRRPT ASSIGN TO EXPCRRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000820         ORGANIZATION IS SEQUENTIAL.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  EXPCARDF
000870     RECORDING MODE IS F.
000880     COPY EXPCARDF.
000890
000900*    THE PRIOR RUN'S UNCLAIMED GENERATION, READ BACK IN SO A
000910*    CHARGE KEEPS AGING UNTIL A CLAIM FINALLY MATCHES IT.
000920 FD  EXPCRDUP
000930     RECORDING MODE IS F.
000940 01  EXPCRDUP-RECORD.
000950     05  EXPCRDUP-CARD-NO                 PIC X(08).
000960     05  EXPCRDUP-EMP-ID                  PIC X(06).
000970     05  EXPCRDUP-CHARGE-DATE             PIC X(08).
000980     05  EXPCRDUP-AMOUNT                  PIC 9(08)V99.
000990     05  EXPCRDUP-MERCHANT                PIC X(20).
001000     05  EXPCRDUP-DAYS-UNCLAIMED          PIC 9(05).
001010     05  FILLER                           PIC X(23).
001020
001030 FD  EXPTRANS
001040     RECORDING MODE IS F.
001050     COPY EXPTRAN.
001060
001070 FD  EXPMAST
001080     RECORDING MODE IS F.
001090     COPY EXPMAST.
001100
001110 FD  EXPCRDUN
001120     RECORDING MODE IS F.
001130     COPY EXPCRDUN.
001140
001150 FD  EXPCRDDP
001160     RECORDING MODE IS F.
001170     COPY EXPCRDDP.
001180
001190 FD  EXPCRRPT
001200     RECORDING MODE IS F.
001210     COPY EXPCRRPT.
001220
001230 FD  EXPRNCTL
001240     RECORDING MODE IS F.
001250     COPY EXPRNCTL.
001260
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------
001290*    SWITCHES
001300*----------------------------------------------------------------
001310 01  WS-EXPCARDF-EOF-SW          PIC X(01)   VALUE 'N'.
001320         88  WS-EXPCARDF-EOF                      VALUE 'Y'.
001330         88  WS-EXPCARDF-NOT-EOF                  VALUE 'N'.
001340 01  WS-EXPCRDUP-EOF-SW          PIC X(01)   VALUE 'N'.
001350         88  WS-EXPCRDUP-EOF                      VALUE 'Y'.
001360         88  WS-EXPCRDUP-NOT-EOF                  VALUE 'N'.
001370 01  WS-EXPTRANS-EOF-SW          PIC X(01)   VALUE 'N'.
001380         88  WS-EXPTRANS-EOF                      VALUE 'Y'.
001390         88  WS-EXPTRANS-NOT-EOF                  VALUE 'N'.
001400 01  WS-EXPMAST-EOF-SW           PIC X(01)   VALUE 'N'.
001410         88  WS-EXPMAST-EOF                       VALUE 'Y'.
001420         88  WS-EXPMAST-NOT-EOF                   VALUE 'N'.
001430 01  WS-CHARGE-MATCHED-SW        PIC X(01)   VALUE 'N'.
001440         88  WS-CHARGE-MATCHED                    VALUE 'Y'.
001450         88  WS-CHARGE-NOT-MATCHED                VALUE 'N'.
001460
001470*----------------------------------------------------------------
001480*    COUNTERS FOR THE MATCH-RATE SUMMARY
001490*----------------------------------------------------------------
001500 77  WS-FEED-READ                PIC 9(05)   COMP VALUE 0.
001510 77  WS-CARRIED-READ             PIC 9(05)   COMP VALUE 0.
001520 77  WS-CHARGE-COUNT             PIC 9(05)   COMP VALUE 0.
001530 77  WS-MATCHED-COUNT            PIC 9(05)   COMP VALUE 0.
001540 77  WS-DOUBLE-DIP-COUNT         PIC 9(05)   COMP VALUE 0.
001550 77  WS-UNCLAIMED-COUNT          PIC 9(05)   COMP VALUE 0.
001560 77  WS-UNKNOWN-CARD-COUNT       PIC 9(05)   COMP VALUE 0.
001570 77  WS-CLAIM-LINE-COUNT         PIC 9(05)   COMP VALUE 0.
001580 01  WS-MATCH-RATE               PIC 9(03)V9      VALUE 0.
001590 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001600
001610*----------------------------------------------------------------
001620*    CHARGE AGING - DAY AGES USE THE SAME APPROXIMATE DAY SERIAL
001630*    (YEAR*365 + MONTH*31 + DAY) THE APPROVAL PROGRAM USES FOR
001640*    ESCALATION AGING.  A CHARGE WITHOUT A USABLE DATE AGES AS
001650*    ZERO RATHER THAN BEING GUESSED AT.
001660*----------------------------------------------------------------
001670 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001680 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
001690 01  WS-CHG-SERIAL               PIC 9(07)   COMP VALUE 0.
001700 01  WS-DAYS-UNCLAIMED           PIC S9(07)  COMP VALUE 0.
001710 01  WS-WORK-DATE.
001720         05  WS-WORK-DATE-X              PIC X(08).
001730         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001740             10  WS-WORK-YYYY        PIC 9(04).
001750             10  WS-WORK-MM          PIC 9(02).
001760             10  WS-WORK-DD          PIC 9(02).
001770
001780*----------------------------------------------------------------
001790*    EMPLOYEE MASTER TABLE - LOADED FROM EXPMAST.  THE CARD
001800*    NUMBER RIDES THE CARD/COST-CENTER AREA, SO THE TABLE SERVES
001810*    THE CARD-TO-EMPLOYEE LOOKUP HERE THE WAY IT SERVES THE
001820*    EMPLOYEE VALIDATION IN THE REPORT PROGRAM.
001830*----------------------------------------------------------------
001840 77  WS-EMP-MAST-COUNT           PIC 9(04)   COMP VALUE 0.
001850 77  WS-MAX-EMPLOYEES            PIC 9(04)   COMP VALUE 2000.
001860 01  WS-EMP-TABLE.
001870         05  WS-EMP-ENTRY OCCURS 0 TO 2000 TIMES
001880                          DEPENDING ON WS-EMP-MAST-COUNT
001890                          INDEXED BY EI.
001900             10  WS-EMP-MAST-ID      PIC X(06).
001910             10  WS-EMP-MAST-CC      PIC X(08).
001920
001930*----------------------------------------------------------------
001940*    CLAIM LINE TABLE - EVERY DETAIL LINE ON THE DAY'S EDITED
001950*    SUBMISSIONS, STAMPED WITH ITS HEADER'S EMPLOYEE AND HELD
001960*    WITH ITS RECORD IMAGE AND REPORT NUMBER SO A DOUBLE-DIP
001970*    SUSPECT CAN BE ROUTED UNCHANGED AND TRACED TO ITS REPORT.
001980*    A LINE MATCHES AT MOST ONE CHARGE - THE CLAIMED SWITCH
001990*    TAKES IT OUT OF PLAY ONCE A CHARGE HAS MATCHED IT.
002000*----------------------------------------------------------------
002010 77  WS-CLM-COUNT                PIC 9(05)   COMP VALUE 0.
002020 77  WS-MAX-CLAIMS               PIC 9(05)   COMP VALUE 5000.
002030 01  WS-CLM-TABLE.
002040         05  WS-CLM-ENTRY OCCURS 0 TO 5000 TIMES
002050                          DEPENDING ON WS-CLM-COUNT
002060                          INDEXED BY LI.
002070             10  WS-CLM-EMP-ID       PIC X(06).
002080             10  WS-CLM-REPORT-NO    PIC 9(06).
002090             10  WS-CLM-EXP-DATE     PIC X(08).
002100             10  WS-CLM-AMOUNT       PIC 9(08)V99.
002110             10  WS-CLM-PAY-METHOD   PIC X(01).
002120             10  WS-CLM-CLAIMED-SW   PIC X(01).
002130             10  WS-CLM-IMAGE        PIC X(80).
002140 01  WS-CURR-EMP-ID              PIC X(06)   VALUE SPACES.
002150 01  WS-CURR-REPORT-NO           PIC 9(06)   VALUE 0.
002160
002170*----------------------------------------------------------------
002180*    CHARGE WORK AREA - ONE CHARGE AT A TIME, WHETHER FROM THE
002190*    DAY'S FEED OR CARRIED FORWARD ON THE PRIOR UNCLAIMED
002200*    GENERATION, IS MOVED HERE FOR THE MATCH.
002210*----------------------------------------------------------------
002220 01  WS-CHG-CARD-NO              PIC X(08)   VALUE SPACES.
002230 01  WS-CHG-EMP-ID               PIC X(06)   VALUE SPACES.
002240 01  WS-CHG-CHARGE-DATE          PIC X(08)   VALUE SPACES.
002250 01  WS-CHG-AMOUNT               PIC 9(08)V99     VALUE 0.
002260 01  WS-CHG-MERCHANT             PIC X(20)   VALUE SPACES.
002270
002280*----------------------------------------------------------------
002290*    RECONCILIATION REPORT WORK AREAS
002300*----------------------------------------------------------------
002310 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
002320 01  WS-COUNT-FMT                PIC Z(04)9.
002330 01  WS-DAYS-FMT                 PIC Z(04)9.
002340 01  WS-RATE-FMT                 PIC ZZ9.9.
002350
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE
002390         THRU 1000-EXIT
002400     PERFORM 2000-RECON-CARRIED
002410         THRU 2000-EXIT
002420         UNTIL WS-EXPCRDUP-EOF
002430     PERFORM 2100-RECON-FEED
002440         THRU 2100-EXIT
002450         UNTIL WS-EXPCARDF-EOF
002460     PERFORM 3900-PRINT-RECON-SUMMARY
002470         THRU 3900-EXIT
002480     PERFORM 9999-TERMINATE
002490         THRU 9999-EXIT
002500     STOP RUN.
002510
002520*****************************************************************
002530*  1000-INITIALIZE
002540*      OPEN THE FILES, PICK UP THE RUN DATE FOR THE CHARGE
002550*      AGING, LOAD THE EMPLOYEE MASTER AND THE DAY'S CLAIM
002560*      LINES, AND PRIME THE CHARGE READS.
002570*****************************************************************
002580 1000-INITIALIZE.
002590     OPEN INPUT EXPCARDF
002600     OPEN INPUT EXPCRDUP
002610     OPEN INPUT EXPTRANS
002620     OPEN OUTPUT EXPCRDUN
002630     OPEN OUTPUT EXPCRDDP
002640     OPEN OUTPUT EXPCRRPT
002650*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
002660*    THE SYSTEM CLOCK, SO CHARGE AGING STAYS ON THE BUSINESS
002670*    DAY BEING PROCESSED.
002680     OPEN INPUT EXPRNCTL
002690     READ EXPRNCTL
002700         AT END
002710             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
002720                 TO WS-ABEND-MSG
002730             GO TO 9000-ABEND
002740     END-READ
002750     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
002760     CLOSE EXPRNCTL
002770     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
002780     COMPUTE WS-RUN-SERIAL =
002790         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
002800     MOVE SPACES TO EXPCRRPT-LINE
002810     STRING 'Card Feed Reconciliation - ' DELIMITED BY SIZE
002820            WS-RUN-DATE DELIMITED BY SIZE
002830            INTO EXPCRRPT-LINE
002840     WRITE EXPCRRPT-RECORD
002850     MOVE SPACES TO EXPCRRPT-LINE
002860     WRITE EXPCRRPT-RECORD
002870     PERFORM 1030-LOAD-EMP-MASTER
002880         THRU 1030-EXIT
002890     PERFORM 1100-LOAD-CLAIMS
002900         THRU 1100-EXIT
002910     PERFORM 2090-READ-CARRIED
002920         THRU 2090-EXIT
002930     PERFORM 2190-READ-FEED
002940         THRU 2190-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970
002980*****************************************************************
002990*  1030-LOAD-EMP-MASTER
003000*      OPEN THE EMPLOYEE MASTER FILE AND LOAD WS-EMP-TABLE WITH
003010*      EACH EMPLOYEE'S ID AND CARD/COST-CENTER AREA.
003020*****************************************************************
003030 1030-LOAD-EMP-MASTER.
003040     OPEN INPUT EXPMAST
003050     MOVE 0 TO WS-EMP-MAST-COUNT
003060     SET EI TO 1
003070     PERFORM 1040-LOAD-ONE-EMP
003080         THRU 1040-EXIT
003090         UNTIL WS-EXPMAST-EOF
003100     CLOSE EXPMAST.
003110 1030-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150*  1040-LOAD-ONE-EMP
003160*      READ ONE EXPMAST RECORD AND MOVE ITS ID AND CARD AREA
003170*      INTO THE NEXT ROW OF WS-EMP-TABLE.
003180*****************************************************************
003190 1040-LOAD-ONE-EMP.
003200     READ EXPMAST
003210         AT END
003220             SET WS-EXPMAST-EOF TO TRUE
003230             GO TO 1040-EXIT
003240     END-READ
003250     IF EI > WS-MAX-EMPLOYEES
003260         MOVE 'EMPLOYEE MASTER TABLE FULL' TO WS-ABEND-MSG
003270         GO TO 9000-ABEND
003280     END-IF
003290     MOVE EXPMAST-EMP-ID      TO WS-EMP-MAST-ID(EI)
003300     MOVE EXPMAST-COST-CENTER TO WS-EMP-MAST-CC(EI)
003310     ADD 1 TO WS-EMP-MAST-COUNT
003320     SET EI UP BY 1.
003330 1040-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370*  1100-LOAD-CLAIMS
003380*      READ THE DAY'S EDITED, SORTED TRANSACTION FILE AND LOAD
003390*      EVERY DETAIL LINE INTO WS-CLM-TABLE, EACH STAMPED WITH
003400*      ITS HEADER'S EMPLOYEE ID.  ADVANCE RECORDS ARE NOT
003410*      EXPENSE CLAIMS AND ARE SKIPPED.
003420*****************************************************************
003430 1100-LOAD-CLAIMS.
003440     MOVE 0 TO WS-CLM-COUNT
003450     MOVE SPACES TO WS-CURR-EMP-ID
003460     PERFORM 1110-LOAD-ONE-CLAIM
003470         THRU 1110-EXIT
003480         UNTIL WS-EXPTRANS-EOF
003490     CLOSE EXPTRANS.
003500 1100-EXIT.
003510     EXIT.
003520
003530*****************************************************************
003540*  1110-LOAD-ONE-CLAIM
003550*      READ ONE TRANSACTION RECORD - A HEADER SETS THE CURRENT
003560*      EMPLOYEE, A DETAIL RECORD GOES INTO THE NEXT ROW OF
003570*      WS-CLM-TABLE.  MILEAGE (TYPE 6) LINES ARE SKIPPED -
003580*      THEIR AMOUNT BYTES CARRY MILES, NOT DOLLARS.  A DETAIL
003590*      AHEAD OF ANY HEADER MEANS THE SORTED FILE IS BROKEN
003600*      AND THE RUN STOPS.
003610*****************************************************************
003620 1110-LOAD-ONE-CLAIM.
003630     READ EXPTRANS
003640         AT END
003650             SET WS-EXPTRANS-EOF TO TRUE
003660             GO TO 1110-EXIT
003670     END-READ
003680     IF EXPTRAN-HEADER-REC
003690         MOVE EXPTRAN-EMP-ID TO WS-CURR-EMP-ID
003700         MOVE EXPTRAN-REPORT-NO TO WS-CURR-REPORT-NO
003710         GO TO 1110-EXIT
003720     END-IF
003730     IF EXPTRAN-ADVANCE-REC
003740         OR EXPTRAN-ALLOC-REC
003750             GO TO 1110-EXIT
003760     END-IF
003770     IF NOT EXPTRAN-DETAIL-REC
003780         MOVE 'EXPTRANS RECORD TYPE IS NOT H, D, A, OR P'
003790             TO WS-ABEND-MSG
003800         GO TO 9000-ABEND
003810     END-IF
003820     IF WS-CURR-EMP-ID = SPACES
003830         MOVE 'EXPTRANS OUT OF SEQUENCE - HEADER EXPECTED'
003840             TO WS-ABEND-MSG
003850         GO TO 9000-ABEND
003860     END-IF
003870*    A MILEAGE LINE'S AMOUNT BYTES CARRY MILES, NOT DOLLARS, AND
003880*    MILEAGE IS NEVER A CARD CHARGE - LOADING IT WOULD LET A
003890*    CHARGE FALSELY MATCH ON THE RAW BYTES.
003900     IF EXPTRAN-TYPE = 6
003910         GO TO 1110-EXIT
003920     END-IF
003930     IF WS-CLM-COUNT = WS-MAX-CLAIMS
003940         MOVE 'CLAIM LINE TABLE FULL' TO WS-ABEND-MSG
003950         GO TO 9000-ABEND
003960     END-IF
003970     ADD 1 TO WS-CLM-COUNT
003980     ADD 1 TO WS-CLAIM-LINE-COUNT
003990     SET LI TO WS-CLM-COUNT
004000     MOVE WS-CURR-EMP-ID      TO WS-CLM-EMP-ID(LI)
004010     MOVE WS-CURR-REPORT-NO   TO WS-CLM-REPORT-NO(LI)
004020     MOVE EXPTRAN-EXP-DATE    TO WS-CLM-EXP-DATE(LI)
004030     MOVE EXPTRAN-AMOUNT      TO WS-CLM-AMOUNT(LI)
004040     MOVE EXPTRAN-PAY-METHOD  TO WS-CLM-PAY-METHOD(LI)
004050     MOVE 'N'                 TO WS-CLM-CLAIMED-SW(LI)
004060     MOVE EXPTRAN-RECORD      TO WS-CLM-IMAGE(LI).
004070 1110-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110*  2000-RECON-CARRIED
004120*      MATCH THE CARRIED-FORWARD UNCLAIMED CHARGE ALREADY IN THE
004130*      EXPCRDUP BUFFER AGAINST THE DAY'S CLAIMS AND READ THE
004140*      NEXT ONE.
004150*****************************************************************
004160 2000-RECON-CARRIED.
004170     MOVE EXPCRDUP-CARD-NO     TO WS-CHG-CARD-NO
004180     MOVE EXPCRDUP-EMP-ID      TO WS-CHG-EMP-ID
004190     MOVE EXPCRDUP-CHARGE-DATE TO WS-CHG-CHARGE-DATE
004200     MOVE EXPCRDUP-AMOUNT      TO WS-CHG-AMOUNT
004210     MOVE EXPCRDUP-MERCHANT    TO WS-CHG-MERCHANT
004220     PERFORM 2500-MATCH-ONE-CHARGE
004230         THRU 2500-EXIT
004240     PERFORM 2090-READ-CARRIED
004250         THRU 2090-EXIT.
004260 2000-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300*  2090-READ-CARRIED
004310*      READ THE NEXT CARRIED-FORWARD UNCLAIMED CHARGE.
004320*****************************************************************
004330 2090-READ-CARRIED.
004340     READ EXPCRDUP
004350         AT END
004360             SET WS-EXPCRDUP-EOF TO TRUE
004370             GO TO 2090-EXIT
004380     END-READ
004390     ADD 1 TO WS-CARRIED-READ
004400     ADD 1 TO WS-CHARGE-COUNT.
004410 2090-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*  2100-RECON-FEED
004460*      MATCH THE FEED CHARGE ALREADY IN THE EXPCARDF BUFFER
004470*      AGAINST THE DAY'S CLAIMS AND READ THE NEXT ONE.
004480*****************************************************************
004490 2100-RECON-FEED.
004500     MOVE EXPCARDF-CARD-NO     TO WS-CHG-CARD-NO
004510     MOVE SPACES               TO WS-CHG-EMP-ID
004520     MOVE EXPCARDF-CHARGE-DATE TO WS-CHG-CHARGE-DATE
004530     MOVE EXPCARDF-AMOUNT      TO WS-CHG-AMOUNT
004540     MOVE EXPCARDF-MERCHANT    TO WS-CHG-MERCHANT
004550     PERFORM 2500-MATCH-ONE-CHARGE
004560         THRU 2500-EXIT
004570     PERFORM 2190-READ-FEED
004580         THRU 2190-EXIT.
004590 2100-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*  2190-READ-FEED
004640*      READ THE NEXT CHARGE FROM THE DAY'S CARD FEED.
004650*****************************************************************
004660 2190-READ-FEED.
004670     READ EXPCARDF
004680         AT END
004690             SET WS-EXPCARDF-EOF TO TRUE
004700             GO TO 2190-EXIT
004710     END-READ
004720     ADD 1 TO WS-FEED-READ
004730     ADD 1 TO WS-CHARGE-COUNT.
004740 2190-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*  2500-MATCH-ONE-CHARGE
004790*      RESOLVE THE CHARGE'S CARD NUMBER TO ITS EMPLOYEE AND LOOK
004800*      FOR A CLAIM LINE WITH THE SAME EMPLOYEE, EXPENSE DATE,
004810*      AND AMOUNT THAT NO EARLIER CHARGE HAS TAKEN.  A MATCHED
004820*      CASH LINE IS A DOUBLE-DIP SUSPECT; A CHARGE WITH NO MATCH
004830*      GOES BACK OUT ON THE UNCLAIMED FILE TO KEEP AGING.
004840*****************************************************************
004850 2500-MATCH-ONE-CHARGE.
004860     IF WS-CHG-EMP-ID = SPACES
004870         PERFORM 2510-RESOLVE-CARD
004880             THRU 2510-EXIT
004890     END-IF
004900     IF WS-CHG-EMP-ID = SPACES
004910         ADD 1 TO WS-UNKNOWN-CARD-COUNT
004920         PERFORM 2550-WRITE-UNCLAIMED
004930             THRU 2550-EXIT
004940         GO TO 2500-EXIT
004950     END-IF
004960     SET WS-CHARGE-NOT-MATCHED TO TRUE
004970     SET LI TO 1
004980     SEARCH WS-CLM-ENTRY
004990         AT END
005000             CONTINUE
005010         WHEN WS-CLM-EMP-ID(LI) = WS-CHG-EMP-ID
005020             AND WS-CLM-EXP-DATE(LI) = WS-CHG-CHARGE-DATE
005030             AND WS-CLM-AMOUNT(LI) = WS-CHG-AMOUNT
005040             AND WS-CLM-CLAIMED-SW(LI) = 'N'
005050                 SET WS-CHARGE-MATCHED TO TRUE
005060                 MOVE 'Y' TO WS-CLM-CLAIMED-SW(LI)
005070     END-SEARCH
005080     IF WS-CHARGE-NOT-MATCHED
005090         PERFORM 2550-WRITE-UNCLAIMED
005100             THRU 2550-EXIT
005110         GO TO 2500-EXIT
005120     END-IF
005130     ADD 1 TO WS-MATCHED-COUNT
005140     IF WS-CLM-PAY-METHOD(LI) NOT = 'C'
005150         PERFORM 2560-WRITE-DOUBLE-DIP
005160             THRU 2560-EXIT
005170     END-IF.
005180 2500-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220*  2510-RESOLVE-CARD
005230*      LOOK THE CHARGE'S CARD NUMBER UP IN THE EMPLOYEE MASTER
005240*      TABLE.  LEAVES WS-CHG-EMP-ID AT SPACES WHEN THE CARD IS
005250*      NOT ON THE MASTER.
005260*****************************************************************
005270 2510-RESOLVE-CARD.
005280     SET EI TO 1
005290     SEARCH WS-EMP-ENTRY
005300         AT END
005310             CONTINUE
005320         WHEN WS-EMP-MAST-CC(EI) = WS-CHG-CARD-NO
005330             MOVE WS-EMP-MAST-ID(EI) TO WS-CHG-EMP-ID
005340     END-SEARCH.
005350 2510-EXIT.
005360     EXIT.
005370
005380*****************************************************************
005390*  2550-WRITE-UNCLAIMED
005400*      WRITE THE CHARGE TO THE UNCLAIMED FILE WITH ITS AGE
005410*      RECOMPUTED FROM THE CHARGE DATE, AND PRINT ITS LINE ON
005420*      THE RECONCILIATION REPORT.
005430*****************************************************************
005440 2550-WRITE-UNCLAIMED.
005450     ADD 1 TO WS-UNCLAIMED-COUNT
005460     MOVE 0 TO WS-DAYS-UNCLAIMED
005470     MOVE WS-CHG-CHARGE-DATE TO WS-WORK-DATE-X
005480     IF WS-WORK-DATE-X IS NUMERIC
005490         COMPUTE WS-CHG-SERIAL =
005500             WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
005510         COMPUTE WS-DAYS-UNCLAIMED =
005520             WS-RUN-SERIAL - WS-CHG-SERIAL
005530         IF WS-DAYS-UNCLAIMED < 0
005540             MOVE 0 TO WS-DAYS-UNCLAIMED
005550         END-IF
005560     END-IF
005570     MOVE WS-CHG-CARD-NO     TO EXPCRDUN-CARD-NO
005580     MOVE WS-CHG-EMP-ID      TO EXPCRDUN-EMP-ID
005590     MOVE WS-CHG-CHARGE-DATE TO EXPCRDUN-CHARGE-DATE
005600     MOVE WS-CHG-AMOUNT      TO EXPCRDUN-AMOUNT
005610     MOVE WS-CHG-MERCHANT    TO EXPCRDUN-MERCHANT
005620     MOVE WS-DAYS-UNCLAIMED  TO EXPCRDUN-DAYS-UNCLAIMED
005630     WRITE EXPCRDUN-RECORD
005640     MOVE WS-CHG-AMOUNT TO WS-AMOUNT-FMT
005650     MOVE WS-DAYS-UNCLAIMED TO WS-DAYS-FMT
005660     MOVE SPACES TO EXPCRRPT-LINE
005670     STRING 'Unclaimed ' DELIMITED BY SIZE
005680            WS-CHG-EMP-ID DELIMITED BY SIZE
005690            ' ' DELIMITED BY SIZE
005700            WS-CHG-CHARGE-DATE DELIMITED BY SIZE
005710            WS-AMOUNT-FMT DELIMITED BY SIZE
005720            ' ' DELIMITED BY SIZE
005730            WS-CHG-MERCHANT DELIMITED BY SIZE
005740            WS-DAYS-FMT DELIMITED BY SIZE
005750            ' DAYS' DELIMITED BY SIZE
005760            INTO EXPCRRPT-LINE
005770     WRITE EXPCRRPT-RECORD.
005780 2550-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820*  2560-WRITE-DOUBLE-DIP
005830*      THE MATCHED CLAIM LINE SAID CASH BUT A CARD CHARGE
005840*      COVERS IT - ROUTE ITS UNCHANGED RECORD IMAGE TO THE
005850*      DOUBLE-DIP SUSPECT FILE WITH THE REASON CODE AND PRINT
005860*      ITS LINE ON THE RECONCILIATION REPORT.
005870*****************************************************************
005880 2560-WRITE-DOUBLE-DIP.
005890     ADD 1 TO WS-DOUBLE-DIP-COUNT
005900     MOVE SPACES           TO EXPCRDDP-RECORD
005910     MOVE '21'             TO EXPCRDDP-REASON-CODE
005920     MOVE WS-CLM-IMAGE(LI) TO EXPCRDDP-TRAN-IMAGE
005930     MOVE WS-CLM-EMP-ID(LI) TO EXPCRDDP-EMP-ID
005940     MOVE WS-CLM-REPORT-NO(LI) TO EXPCRDDP-REPORT-NO
005950     MOVE WS-CHG-CARD-NO   TO EXPCRDDP-CARD-NO
005960     MOVE WS-CHG-MERCHANT  TO EXPCRDDP-MERCHANT
005970     WRITE EXPCRDDP-RECORD
005980     MOVE WS-CHG-AMOUNT TO WS-AMOUNT-FMT
005990     MOVE SPACES TO EXPCRRPT-LINE
006000     STRING 'Double-Dip Suspect ' DELIMITED BY SIZE
006010            WS-CHG-EMP-ID DELIMITED BY SIZE
006020            ' ' DELIMITED BY SIZE
006030            WS-CHG-CHARGE-DATE DELIMITED BY SIZE
006040            WS-AMOUNT-FMT DELIMITED BY SIZE
006050            ' ' DELIMITED BY SIZE
006060            WS-CHG-MERCHANT DELIMITED BY SIZE
006070            INTO EXPCRRPT-LINE
006080     WRITE EXPCRRPT-RECORD.
006090 2560-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130*  3900-PRINT-RECON-SUMMARY
006140*      WRITE THE MATCH-RATE CONTROL-TOTAL SUMMARY AFTER THE LAST
006150*      CHARGE.
006160*****************************************************************
006170 3900-PRINT-RECON-SUMMARY.
006180     MOVE SPACES TO EXPCRRPT-LINE
006190     WRITE EXPCRRPT-RECORD
006200     MOVE SPACES TO EXPCRRPT-LINE
006210     MOVE 'Reconciliation Summary: ' TO EXPCRRPT-LINE
006220     WRITE EXPCRRPT-RECORD
006230     MOVE WS-FEED-READ TO WS-COUNT-FMT
006240     MOVE SPACES TO EXPCRRPT-LINE
006250     STRING 'Feed Charges Read: ' DELIMITED BY SIZE
006260            WS-COUNT-FMT DELIMITED BY SIZE
006270            INTO EXPCRRPT-LINE
006280     WRITE EXPCRRPT-RECORD
006290     MOVE WS-CARRIED-READ TO WS-COUNT-FMT
006300     MOVE SPACES TO EXPCRRPT-LINE
006310     STRING 'Charges Carried Forward: ' DELIMITED BY SIZE
006320            WS-COUNT-FMT DELIMITED BY SIZE
006330            INTO EXPCRRPT-LINE
006340     WRITE EXPCRRPT-RECORD
006350     MOVE WS-CLAIM-LINE-COUNT TO WS-COUNT-FMT
006360     MOVE SPACES TO EXPCRRPT-LINE
006370     STRING 'Claim Lines Loaded: ' DELIMITED BY SIZE
006380            WS-COUNT-FMT DELIMITED BY SIZE
006390            INTO EXPCRRPT-LINE
006400     WRITE EXPCRRPT-RECORD
006410     MOVE WS-MATCHED-COUNT TO WS-COUNT-FMT
006420     MOVE SPACES TO EXPCRRPT-LINE
006430     STRING 'Charges Matched: ' DELIMITED BY SIZE
006440            WS-COUNT-FMT DELIMITED BY SIZE
006450            INTO EXPCRRPT-LINE
006460     WRITE EXPCRRPT-RECORD
006470     MOVE WS-DOUBLE-DIP-COUNT TO WS-COUNT-FMT
006480     MOVE SPACES TO EXPCRRPT-LINE
006490     STRING 'Double-Dip Suspects: ' DELIMITED BY SIZE
006500            WS-COUNT-FMT DELIMITED BY SIZE
006510            INTO EXPCRRPT-LINE
006520     WRITE EXPCRRPT-RECORD
006530     MOVE WS-UNCLAIMED-COUNT TO WS-COUNT-FMT
006540     MOVE SPACES TO EXPCRRPT-LINE
006550     STRING 'Charges Unclaimed: ' DELIMITED BY SIZE
006560            WS-COUNT-FMT DELIMITED BY SIZE
006570            INTO EXPCRRPT-LINE
006580     WRITE EXPCRRPT-RECORD
006590     MOVE WS-UNKNOWN-CARD-COUNT TO WS-COUNT-FMT
006600     MOVE SPACES TO EXPCRRPT-LINE
006610     STRING 'Cards Not On Master: ' DELIMITED BY SIZE
006620            WS-COUNT-FMT DELIMITED BY SIZE
006630            INTO EXPCRRPT-LINE
006640     WRITE EXPCRRPT-RECORD
006650     MOVE 0 TO WS-MATCH-RATE
006660     IF WS-CHARGE-COUNT > 0
006670         COMPUTE WS-MATCH-RATE ROUNDED =
006680             WS-MATCHED-COUNT * 100 / WS-CHARGE-COUNT
006690     END-IF
006700     MOVE WS-MATCH-RATE TO WS-RATE-FMT
006710     MOVE SPACES TO EXPCRRPT-LINE
006720     STRING 'Match Rate: ' DELIMITED BY SIZE
006730            WS-RATE-FMT DELIMITED BY SIZE
006740            ' PCT' DELIMITED BY SIZE
006750            INTO EXPCRRPT-LINE
006760     WRITE EXPCRRPT-RECORD.
006770 3900-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810*  9000-ABEND
006820*      A FATAL CONDITION - A WORKING-STORAGE TABLE FILLED TO
006830*      CAPACITY BEFORE ITS INPUT WAS EXHAUSTED, OR THE SORTED
006840*      TRANSACTION FILE ARRIVED BROKEN.  DISPLAY THE DIAGNOSTIC
006850*      AND END THE RUN WITH A NONZERO RETURN CODE SO THE JOB
006860*      STEP SHOWS FAILED.
006870*****************************************************************
006880 9000-ABEND.
006890     DISPLAY WS-ABEND-MSG
006900     MOVE 16 TO RETURN-CODE
006910     STOP RUN.
006920
006930*****************************************************************
006940*  9999-TERMINATE
006950*****************************************************************
006960 9999-TERMINATE.
006970     CLOSE EXPCARDF
006980     CLOSE EXPCRDUP
006990     CLOSE EXPCRDUN
007000     CLOSE EXPCRDDP
007010     CLOSE EXPCRRPT.
007020 9999-EXIT.
007030     EXIT.
