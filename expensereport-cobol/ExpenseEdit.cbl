000720*                  TABLES CANNOT, AND A POLICY ROW FOR A NEW TYPE
000730*                  MUST NOT TURN AN EDIT REJECTION INTO A
000740*                  NIGHTLY-BATCH ABEND.
000750*  2026-10-15 CAH  ADVANCE RECORDS MUST NOW CARRY TREASURY'S
000760*                  ADVANCE NUMBER (NUMERIC, NOT ZERO) SO THE
000770*                  REPORT PROGRAM CAN SETTLE THEM ON THE
000780*                  ADVANCE LEDGER, AND A SUBMISSION MAY CARRY
000790*                  NO MORE THAN 20 OF THEM - THE REPORT
000800*                  PROGRAM'S PER-REPORT ADVANCE TABLE SIZE.
000810*  2026-10-15 CAH  DETAIL LINES NOW CARRY A RECEIPT INDICATOR -
000820*                  IT MUST BE Y (RECEIPT PROVIDED), N, OR SPACE
000830*                  (NO RECEIPT).
000840*  2026-10-15 CAH  HEADERS NOW CARRY THE DUPLICATE-CHECK BYPASS
000850*                  FLAG - IT MUST BE B OR SPACE.
000860*  2026-10-15 CAH  ADDED EDITS FOR THE NEW PROJECT ALLOCATION
000870*                  RECORD (TYPE 'P') - PROJECT ON THE EXPPROJ
000880*                  PROJECT MASTER AND ACTIVE, METHOD P OR A WITH A
000890*                  PERCENT OF 0.01 TO 100 OR A NONZERO AMOUNT,
000900*                  BILLABLE FLAG Y OR N (A BILLABLE PROJECT MUST
000910*                  HAVE A CLIENT), PERCENTS ON ONE LINE NOT OVER
000920*                  100, AND A LINE NUMBER NO HIGHER THAN THE
000930*                  SUBMISSION'S LAST DETAIL LINE.  NO MORE THAN 50
000940*                  PER SUBMISSION - THE REPORT PROGRAM'S
000950*                  PER-REPORT ALLOCATION TABLE SIZE.  THE BUFFER
000960*                  GREW TO 271 ROWS TO HOLD THEM.
000970*  2026-10-15 CAH  AN ADVANCE NUMBER REPEATED WITHIN ONE
000980*                  SUBMISSION IS NOW REJECTED - THE REPORT PROGRAM
000990*                  WOULD NET THE SAME LEDGER ADVANCE TWICE AND
001000*                  UNDERPAY THE EMPLOYEE.
001010*****************************************************************
001020 IDENTIFICATION DIVISION.
001030 PROGRAM-ID.    EXPEDT01.
001040 AUTHOR.        C. A. HUJER.
001050 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
001060 DATE-WRITTEN.  2026-08-22.
001070 DATE-COMPILED.
001080
001090 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
001110 FILE-CONTROL.
001120     SELECT EXPTRNIN ASSIGN TO EXPTRNIN
001130         ORGANIZATION IS SEQUENTIAL.
001140     SELECT EXPTRNOT ASSIGN TO EXPTRNOT
001150         ORGANIZATION IS SEQUENTIAL.
001160     SELECT EXCHRATE ASSIGN TO EXCHRATE
001170         ORGANIZATION IS SEQUENTIAL.
001180     SELECT MILERATE ASSIGN TO MILERATE
001190         ORGANIZATION IS SEQUENTIAL.
001200     SELECT EXPPOLCY ASSIGN TO EXPPOLCY
001210         ORGANIZATION IS SEQUENTIAL.
001220     SELECT EXPPROJ ASSIGN TO EXPPROJ
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS EXPPROJ-PROJECT.
001260     SELECT EXPEDERR ASSIGN TO EXPEDERR
001270         ORGANIZATION IS SEQUENTIAL.
001280     SELECT EXPEDRPT ASSIGN TO EXPEDRPT
001290         ORGANIZATION IS SEQUENTIAL.
001300
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  EXPTRNIN
001340     RECORDING MODE IS F.
001350     COPY EXPTRAN.
001360
001370 FD  EXPTRNOT
001380     RECORDING MODE IS F.
001390     COPY EXPTRNOT.
001400
001410 FD  EXCHRATE
001420     RECORDING MODE IS F.
001430     COPY EXCHRATE.
001440
001450 FD  MILERATE
001460     RECORDING MODE IS F.
001470     COPY MILERATE.
001480
001490 FD  EXPPOLCY
001500     RECORDING MODE IS F.
001510     COPY EXPPOLCY.
001520
001530 FD  EXPPROJ
001540     RECORDING MODE IS F.
001550     COPY EXPPROJ.
001560
001570 FD  EXPEDERR
001580     RECORDING MODE IS F.
001590     COPY EXPEDERR.
001600
001610 FD  EXPEDRPT
001620     RECORDING MODE IS F.
001630     COPY EXPEDRPT.
001640
001650 WORKING-STORAGE SECTION.
001660*----------------------------------------------------------------
001670*    SWITCHES
001680*----------------------------------------------------------------
001690 01  WS-EXPTRNIN-EOF-SW          PIC X(01)   VALUE 'N'.
001700         88  WS-EXPTRNIN-EOF                      VALUE 'Y'.
001710         88  WS-EXPTRNIN-NOT-EOF                  VALUE 'N'.
001720 01  WS-EXCHRATE-EOF-SW          PIC X(01)   VALUE 'N'.
001730         88  WS-EXCHRATE-EOF                      VALUE 'Y'.
001740         88  WS-EXCHRATE-NOT-EOF                  VALUE 'N'.
001750 01  WS-MILERATE-EOF-SW          PIC X(01)   VALUE 'N'.
001760         88  WS-MILERATE-EOF                      VALUE 'Y'.
001770         88  WS-MILERATE-NOT-EOF                  VALUE 'N'.
001780 01  WS-EXPPOLCY-EOF-SW          PIC X(01)   VALUE 'N'.
001790         88  WS-EXPPOLCY-EOF                      VALUE 'Y'.
001800         88  WS-EXPPOLCY-NOT-EOF                  VALUE 'N'.
001810 01  WS-GROUP-FAILED-SW          PIC X(01)   VALUE 'N'.
001820         88  WS-GROUP-FAILED                      VALUE 'Y'.
001830         88  WS-GROUP-NOT-FAILED                  VALUE 'N'.
001840 01  WS-DATE-OK-SW               PIC X(01)   VALUE 'Y'.
001850         88  WS-DATE-OK                           VALUE 'Y'.
001860         88  WS-DATE-BAD                          VALUE 'N'.
001870 01  WS-START-OK-SW              PIC X(01)   VALUE 'Y'.
001880         88  WS-START-OK                          VALUE 'Y'.
001890
001900*----------------------------------------------------------------
001910*    COUNTERS - PER-SUBMISSION COUNTS ARE RESET AT THE START OF
001920*    EACH GROUP, THE REST ACCUMULATE ACROSS THE RUN FOR THE
001930*    EDIT SUMMARY BLOCK
001940*----------------------------------------------------------------
001950 77  WS-REC-COUNT                PIC 9(05)   COMP VALUE 0.
001960 77  WS-DETAIL-COUNT             PIC 9(05)   COMP VALUE 0.
001970 77  WS-ADV-COUNT                PIC 9(05)   COMP VALUE 0.
001980 77  WS-BUF-COUNT                PIC 9(03)   COMP VALUE 0.
001990 77  WS-SUB-COUNT                PIC 9(05)   COMP VALUE 0.
002000 77  WS-CLEAN-COUNT              PIC 9(05)   COMP VALUE 0.
002010 77  WS-FAILED-COUNT             PIC 9(05)   COMP VALUE 0.
002020 77  WS-RECORDS-READ             PIC 9(07)   COMP VALUE 0.
002030 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
002040 77  WS-ERR-MSG                  PIC X(60)   VALUE SPACES.
002050 77  WS-ALLOC-COUNT              PIC 9(05)   COMP VALUE 0.
002060 77  WS-HIGH-ALLOC-LINE          PIC 9(03)   COMP VALUE 0.
002070
002080*----------------------------------------------------------------
002090*    DAILY EXCHANGE RATE TABLE - LOADED FROM EXCHRATE.  THE EDIT
002100*    ONLY NEEDS THE CURRENCY CODES, BUT THE FULL ENTRY IS KEPT
002110*    IN THE SAME SHAPE THE REPORT PROGRAM USES.
002120*----------------------------------------------------------------
002130 77  WS-RATE-COUNT               PIC 9(03)   COMP VALUE 0.
002140 77  WS-MAX-RATES                PIC 9(03)   COMP VALUE 20.
002150 01  WS-RATE-TABLE.
002160         05  WS-RATE-ENTRY OCCURS 0 TO 20 TIMES
002170                           DEPENDING ON WS-RATE-COUNT
002180                           INDEXED BY RI.
002190             10  WS-RATE-CURRENCY    PIC X(03).
002200             10  WS-RATE-VALUE       PIC 9(03)V9(06).
002210
002220*----------------------------------------------------------------
002230*    STANDARD MILEAGE RATE TABLE - LOADED FROM MILERATE.  THE
002240*    EDIT ONLY NEEDS TO KNOW A RATE IS IN EFFECT ON A TYPE-6
002250*    LINE'S EXPENSE DATE, BUT THE FULL ENTRY IS KEPT IN THE
002260*    SAME SHAPE THE REPORT PROGRAM USES.
002270*----------------------------------------------------------------
002280 77  WS-MRATE-COUNT              PIC 9(03)   COMP VALUE 0.
002290 77  WS-MAX-MRATES               PIC 9(03)   COMP VALUE 20.
002300 01  WS-MRATE-TABLE.
002310         05  WS-MRATE-ENTRY OCCURS 0 TO 20 TIMES
002320                           DEPENDING ON WS-MRATE-COUNT
002330                           INDEXED BY MRI.
002340             10  WS-MRATE-EFF-DATE   PIC X(08).
002350             10  WS-MRATE-VALUE      PIC 9(01)V9(04).
002360 01  WS-MRATE-FOUND-SW           PIC X(01)   VALUE 'N'.
002370         88  WS-MRATE-FOUND                       VALUE 'Y'.
002380         88  WS-MRATE-NOT-FOUND                   VALUE 'N'.
002390
002400*----------------------------------------------------------------
002410*    EXPENSE POLICY TABLE - LOADED FROM EXPPOLCY.  THE EDIT
002420*    ONLY NEEDS THE TYPE CODES AND EFFECTIVE DATES - A TYPE
002430*    MUST BE ON THE FILE AT ALL, AND A RECORD FOR IT MUST BE
002440*    IN EFFECT ON THE LINE'S EXPENSE DATE - BUT THE TABLE IS
002450*    KEPT IN THE SAME SHAPE THE REPORT PROGRAM USES.
002460*----------------------------------------------------------------
002470 77  WS-POLICY-COUNT             PIC 9(03)   COMP VALUE 0.
002480 77  WS-MAX-POLICIES             PIC 9(03)   COMP VALUE 100.
002490 01  WS-POLICY-TABLE.
002500         05  WS-POL-ENTRY OCCURS 0 TO 100 TIMES
002510                          DEPENDING ON WS-POLICY-COUNT
002520                          INDEXED BY POI.
002530             10  WS-POL-TYPE         PIC 9(01).
002540             10  WS-POL-EFF-DATE     PIC X(08).
002550 01  WS-POL-TYPE-OK-SW           PIC X(01)   VALUE 'N'.
002560         88  WS-POL-TYPE-OK                       VALUE 'Y'.
002570         88  WS-POL-TYPE-NOT-OK                   VALUE 'N'.
002580 01  WS-POL-DATE-OK-SW           PIC X(01)   VALUE 'N'.
002590         88  WS-POL-DATE-OK                       VALUE 'Y'.
002600         88  WS-POL-DATE-NOT-OK                   VALUE 'N'.
002610
002620*----------------------------------------------------------------
002630*    SUBMISSION BUFFER - A CLEAN-SO-FAR SUBMISSION IS HELD HERE
002640*    UNTIL ITS LAST RECORD HAS PASSED EVERY EDIT, THEN RELEASED
002650*    TO EXPTRNOT IN ONE PIECE.  THE MOMENT A SUBMISSION FAILS AN
002660*    EDIT THE BUFFER IS FLUSHED TO EXPEDERR INSTEAD AND THE REST
002670*    OF THE GROUP IS WRITTEN THERE DIRECTLY.  271 ROWS HOLD ONE
002680*    HEADER, THE 200 EXPENSE LINES THE REPORT PROGRAM'S TABLE
002690*    ACCEPTS - THE DETAIL-LINE LIMIT ITSELF IS EDITED IN
002700*    2200-EDIT-ONE-DETAIL, SINCE ADVANCES DO NOT OCCUPY THAT
002710*    TABLE - AN ALLOWANCE OF 20 ADVANCE RECORDS, AND AN
002720*    ALLOWANCE OF 50 PROJECT ALLOCATION RECORDS.
002730*----------------------------------------------------------------
002740 77  WS-MAX-SUB-RECS             PIC 9(03)   COMP VALUE 271.
002750 77  WS-MAX-DETAIL-LINES         PIC 9(03)   COMP VALUE 200.
002760 77  WS-MAX-ADVANCES             PIC 9(03)   COMP VALUE 20.
002770 77  WS-MAX-ALLOCS               PIC 9(03)   COMP VALUE 50.
002780 01  WS-SUB-TABLE.
002790         05  WS-SUB-REC OCCURS 271 TIMES INDEXED BY SI
002800                                     PIC X(80).
002810
002820*----------------------------------------------------------------
002830*    ALLOCATION PERCENT TOTALS - THE PERCENT ALLOCATED SO FAR
002840*    TO EACH TARGET OF THE SUBMISSION BEING EDITED.  ROW 1 IS
002850*    THE WHOLE SUBMISSION (LINE NUMBER 000), ROW N+1 IS DETAIL
002860*    LINE N.  RESET AT THE START OF EACH GROUP.
002870*----------------------------------------------------------------
002880 01  WS-ALLOC-PCT-TABLE.
002890         05  WS-ALLOC-PCT-TOTAL OCCURS 201 TIMES INDEXED BY API
002900                                     PIC 9(05)V99.
002910
002920*----------------------------------------------------------------
002930*    ADVANCE NUMBERS SEEN - THE TREASURY ADVANCE NUMBERS ON THE
002940*    SUBMISSION BEING EDITED, SO ONE KEYED TWICE IS CAUGHT.
002950*    HOLDS WS-MAX-ADVANCES ROWS - A SUBMISSION CARRYING MORE HAS
002960*    ALREADY FAILED THE ADVANCE LIMIT.  RESET AT THE START OF
002970*    EACH GROUP.
002980*----------------------------------------------------------------
002990 77  WS-ADV-SEEN-COUNT           PIC 9(03)   COMP VALUE 0.
003000 01  WS-ADV-SEEN-TABLE.
003010         05  WS-ADV-SEEN-NO OCCURS 0 TO 20 TIMES
003020                           DEPENDING ON WS-ADV-SEEN-COUNT
003030                           INDEXED BY ADI
003040                                     PIC 9(06).
003050
003060*----------------------------------------------------------------
003070*    EDIT REPORT WORK AREAS - THE EMPLOYEE AND REPORT NUMBER OF
003080*    THE SUBMISSION BEING EDITED, CARRIED AS TEXT BECAUSE A BAD
003090*    SUBMISSION MAY HOLD ANYTHING IN EITHER FIELD
003100*----------------------------------------------------------------
003110 01  WS-EDIT-EMP-ID              PIC X(06).
003120 01  WS-EDIT-REPORT-NO           PIC X(06).
003130 01  WS-EDIT-CURRENCY            PIC X(03)   VALUE SPACES.
003140 01  WS-HOME-CURRENCY            PIC X(03)   VALUE 'USD'.
003150 01  WS-TRIP-DATES-OK-SW         PIC X(01)   VALUE 'N'.
003160         88  WS-TRIP-DATES-OK                     VALUE 'Y'.
003170 01  WS-TRIP-START-HOLD          PIC X(08)   VALUE SPACES.
003180 01  WS-TRIP-END-HOLD            PIC X(08)   VALUE SPACES.
003190 01  WS-REC-NO-FMT               PIC Z(04)9.
003200 01  WS-COUNT-FMT                PIC Z(04)9.
003210 01  WS-READ-FMT                 PIC Z(06)9.
003220
003230*----------------------------------------------------------------
003240*    DATE EDIT WORK AREA - ONE YYYYMMDD DATE AT A TIME IS MOVED
003250*    HERE AND TAKEN APART FOR THE SANITY CHECKS
003260*----------------------------------------------------------------
003270 01  WS-EDIT-DATE.
003280         05  WS-EDIT-DATE-X              PIC X(08).
003290         05  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE-X.
003300             10  WS-EDIT-DATE-YYYY   PIC 9(04).
003310             10  WS-EDIT-DATE-MM     PIC 9(02).
003320             10  WS-EDIT-DATE-DD     PIC 9(02).
003330
003340 PROCEDURE DIVISION.
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-EXIT
003380     PERFORM 2000-EDIT-SUBMISSION
003390         THRU 2000-EXIT
003400         UNTIL WS-EXPTRNIN-EOF
003410     PERFORM 3900-PRINT-EDIT-SUMMARY
003420         THRU 3900-EXIT
003430     PERFORM 9999-TERMINATE
003440         THRU 9999-EXIT
003450     STOP RUN.
003460
003470*****************************************************************
003480*  1000-INITIALIZE
003490*      OPEN THE TRANSACTION, OUTPUT, ERROR, AND EDIT REPORT
003500*      FILES, LOAD THE DAILY RATE TABLE, AND PRIME THE FIRST
003510*      READ OF THE RAW TRANSACTION FILE.
003520*****************************************************************
003530 1000-INITIALIZE.
003540     OPEN INPUT EXPTRNIN
003550     OPEN OUTPUT EXPTRNOT
003560     OPEN OUTPUT EXPEDERR
003570     OPEN OUTPUT EXPEDRPT
003580     OPEN INPUT EXPPROJ
003590     PERFORM 1050-LOAD-RATES
003600         THRU 1050-EXIT
003610     PERFORM 1070-LOAD-MILE-RATES
003620         THRU 1070-EXIT
003630     PERFORM 1090-LOAD-POLICY
003640         THRU 1090-EXIT
003650     PERFORM 1100-READ-EXPTRNIN
003660         THRU 1100-EXIT.
003670 1000-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710*  1050-LOAD-RATES
003720*      OPEN THE DAILY EXCHANGE-RATE FILE AND LOAD WS-RATE-TABLE
003730*      WITH ONE ENTRY PER CURRENCY ON THE FILE.
003740*****************************************************************
003750 1050-LOAD-RATES.
003760     OPEN INPUT EXCHRATE
003770     MOVE 0 TO WS-RATE-COUNT
003780     SET RI TO 1
003790     PERFORM 1060-LOAD-ONE-RATE
003800         THRU 1060-EXIT
003810         UNTIL WS-EXCHRATE-EOF
003820     CLOSE EXCHRATE.
003830 1050-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*  1060-LOAD-ONE-RATE
003880*      READ ONE EXCHRATE RECORD AND MOVE IT INTO THE NEXT ROW OF
003890*      WS-RATE-TABLE.
003900*****************************************************************
003910 1060-LOAD-ONE-RATE.
003920     READ EXCHRATE
003930         AT END
003940             SET WS-EXCHRATE-EOF TO TRUE
003950             GO TO 1060-EXIT
003960     END-READ
003970     IF RI > WS-MAX-RATES
003980         MOVE 'EXCHRATE TABLE FULL' TO WS-ABEND-MSG
003990         GO TO 9000-ABEND
004000     END-IF
004010     MOVE EXCHRATE-CURRENCY  TO WS-RATE-CURRENCY(RI)
004020     MOVE EXCHRATE-RATE      TO WS-RATE-VALUE(RI)
004030     ADD 1 TO WS-RATE-COUNT
004040     SET RI UP BY 1.
004050 1060-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090*  1070-LOAD-MILE-RATES
004100*      OPEN THE STANDARD MILEAGE RATE FILE AND LOAD
004110*      WS-MRATE-TABLE WITH ONE ENTRY PER RATE CHANGE.
004120*****************************************************************
004130 1070-LOAD-MILE-RATES.
004140     OPEN INPUT MILERATE
004150     MOVE 0 TO WS-MRATE-COUNT
004160     SET MRI TO 1
004170     PERFORM 1080-LOAD-ONE-MILE-RATE
004180         THRU 1080-EXIT
004190         UNTIL WS-MILERATE-EOF
004200     CLOSE MILERATE.
004210 1070-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*  1080-LOAD-ONE-MILE-RATE
004260*      READ ONE MILERATE RECORD AND MOVE IT INTO THE NEXT ROW
004270*      OF WS-MRATE-TABLE.
004280*****************************************************************
004290 1080-LOAD-ONE-MILE-RATE.
004300     READ MILERATE
004310         AT END
004320             SET WS-MILERATE-EOF TO TRUE
004330             GO TO 1080-EXIT
004340     END-READ
004350     IF MRI > WS-MAX-MRATES
004360         MOVE 'MILERATE TABLE FULL' TO WS-ABEND-MSG
004370         GO TO 9000-ABEND
004380     END-IF
004390     MOVE MILERATE-EFF-DATE  TO WS-MRATE-EFF-DATE(MRI)
004400     MOVE MILERATE-RATE      TO WS-MRATE-VALUE(MRI)
004410     ADD 1 TO WS-MRATE-COUNT
004420     SET MRI UP BY 1.
004430 1080-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*  1090-LOAD-POLICY
004480*      OPEN THE EXPENSE POLICY CONTROL FILE AND LOAD
004490*      WS-POLICY-TABLE WITH THE TYPE AND EFFECTIVE DATE OF
004500*      EVERY RECORD ON THE FILE.
004510*****************************************************************
004520 1090-LOAD-POLICY.
004530     OPEN INPUT EXPPOLCY
004540     MOVE 0 TO WS-POLICY-COUNT
004550     SET POI TO 1
004560     PERFORM 1095-LOAD-ONE-POLICY
004570         THRU 1095-EXIT
004580         UNTIL WS-EXPPOLCY-EOF
004590     CLOSE EXPPOLCY
004600     IF WS-POLICY-COUNT = 0
004610         MOVE 'EXPENSE POLICY FILE IS EMPTY' TO WS-ABEND-MSG
004620         GO TO 9000-ABEND
004630     END-IF.
004640 1090-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*  1095-LOAD-ONE-POLICY
004690*      READ ONE EXPPOLCY RECORD AND MOVE ITS TYPE AND
004700*      EFFECTIVE DATE INTO THE NEXT ROW OF WS-POLICY-TABLE.
004710*****************************************************************
004720 1095-LOAD-ONE-POLICY.
004730     READ EXPPOLCY
004740         AT END
004750             SET WS-EXPPOLCY-EOF TO TRUE
004760             GO TO 1095-EXIT
004770     END-READ
004780     IF POI > WS-MAX-POLICIES
004790         MOVE 'EXPENSE POLICY TABLE FULL' TO WS-ABEND-MSG
004800         GO TO 9000-ABEND
004810     END-IF
004820     MOVE EXPPOLCY-TYPE     TO WS-POL-TYPE(POI)
004830     MOVE EXPPOLCY-EFF-DATE TO WS-POL-EFF-DATE(POI)
004840     ADD 1 TO WS-POLICY-COUNT
004850     SET POI UP BY 1.
004860 1095-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900*  1100-READ-EXPTRNIN
004910*      READ THE NEXT RECORD OF ANY TYPE FROM THE RAW
004920*      TRANSACTION FILE.
004930*****************************************************************
004940 1100-READ-EXPTRNIN.
004950     READ EXPTRNIN
004960         AT END
004970             SET WS-EXPTRNIN-EOF TO TRUE
004980             GO TO 1100-EXIT
004990     END-READ
005000     ADD 1 TO WS-RECORDS-READ.
005010 1100-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*  2000-EDIT-SUBMISSION
005060*      EDIT ONE SUBMISSION - THE RECORD ALREADY IN THE EXPTRNIN
005070*      BUFFER AND EVERY RECORD UP TO THE NEXT HEADER - AND
005080*      RELEASE IT TO EXPTRNOT WHEN CLEAN.  A GROUP THAT DOES
005090*      NOT START WITH A HEADER RECORD IS ITSELF TREATED AS A
005100*      FAILED SUBMISSION SO THE RECORDS LAND ON THE ERROR FILE
005110*      INSTEAD OF ABENDING THE RUN.
005120*****************************************************************
005130 2000-EDIT-SUBMISSION.
005140     MOVE 0 TO WS-REC-COUNT
005150     MOVE 0 TO WS-DETAIL-COUNT
005160     MOVE 0 TO WS-ADV-COUNT
005170     MOVE 0 TO WS-ADV-SEEN-COUNT
005180     MOVE 0 TO WS-ALLOC-COUNT
005190     MOVE 0 TO WS-HIGH-ALLOC-LINE
005200     MOVE ZEROS TO WS-ALLOC-PCT-TABLE
005210     MOVE 0 TO WS-BUF-COUNT
005220     MOVE 'N' TO WS-GROUP-FAILED-SW
005230     MOVE 'N' TO WS-TRIP-DATES-OK-SW
005240     ADD 1 TO WS-SUB-COUNT
005250     IF NOT EXPTRAN-HEADER-REC
005260         MOVE SPACES TO WS-EDIT-EMP-ID
005270         MOVE SPACES TO WS-EDIT-REPORT-NO
005280         PERFORM 2020-ORPHAN-ONE-RECORD
005290             THRU 2020-EXIT
005300             UNTIL WS-EXPTRNIN-EOF OR EXPTRAN-HEADER-REC
005310         GO TO 2000-EXIT
005320     END-IF
005330     MOVE EXPTRAN-EMP-ID    TO WS-EDIT-EMP-ID
005340     MOVE EXPTRAN-REPORT-NO TO WS-EDIT-REPORT-NO
005350     MOVE EXPTRAN-TRIP-START TO WS-TRIP-START-HOLD
005360     MOVE EXPTRAN-TRIP-END   TO WS-TRIP-END-HOLD
005370     PERFORM 2100-EDIT-HEADER
005380         THRU 2100-EXIT
005390     PERFORM 2200-EDIT-ONE-DETAIL
005400         THRU 2200-EXIT
005410         UNTIL WS-EXPTRNIN-EOF OR EXPTRAN-HEADER-REC
005420     IF WS-DETAIL-COUNT = 0 AND WS-ADV-COUNT = 0
005430         MOVE 'SUBMISSION HAS NO DETAIL RECORDS' TO WS-ERR-MSG
005440         PERFORM 2600-FLAG-ERROR
005450             THRU 2600-EXIT
005460     END-IF
005470*    AN ALLOCATION MAY COME BEFORE THE LINE IT NAMES, SO ITS LINE
005480*    NUMBER CAN ONLY BE HELD TO THE DETAIL COUNT ONCE THE WHOLE
005490*    GROUP HAS BEEN READ.
005500     IF WS-ALLOC-COUNT > 0 AND WS-DETAIL-COUNT = 0
005510         MOVE 'ALLOCATION ON A SUBMISSION WITH NO EXPENSE LINES'
005520             TO WS-ERR-MSG
005530         PERFORM 2600-FLAG-ERROR
005540             THRU 2600-EXIT
005550     ELSE
005560         IF WS-HIGH-ALLOC-LINE > WS-DETAIL-COUNT
005570             MOVE 'ALLOCATION LINE IS PAST THE LAST DETAIL LINE'
005580                 TO WS-ERR-MSG
005590             PERFORM 2600-FLAG-ERROR
005600                 THRU 2600-EXIT
005610         END-IF
005620     END-IF
005630     IF WS-GROUP-NOT-FAILED
005640         ADD 1 TO WS-CLEAN-COUNT
005650         PERFORM 2700-RELEASE-CLEAN-GROUP
005660             THRU 2700-EXIT
005670     END-IF.
005680 2000-EXIT.
005690     EXIT.
005700
005710*****************************************************************
005720*  2020-ORPHAN-ONE-RECORD
005730*      HANDLE ONE RECORD OF A GROUP THAT DID NOT START WITH A
005740*      HEADER.  THE FIRST RECORD FAILS THE GROUP, SO THE WHOLE
005750*      RUN OF RECORDS UP TO THE NEXT HEADER STREAMS TO THE
005760*      ERROR FILE.
005770*****************************************************************
005780 2020-ORPHAN-ONE-RECORD.
005790     ADD 1 TO WS-REC-COUNT
005800     IF WS-GROUP-NOT-FAILED
005810         MOVE 'RECORD OUT OF SEQUENCE - HEADER EXPECTED'
005820             TO WS-ERR-MSG
005830         PERFORM 2600-FLAG-ERROR
005840             THRU 2600-EXIT
005850     END-IF
005860     PERFORM 2500-BUFFER-RECORD
005870         THRU 2500-EXIT
005880     PERFORM 1100-READ-EXPTRNIN
005890         THRU 1100-EXIT.
005900 2020-EXIT.
005910     EXIT.
005920
005930*****************************************************************
005940*  2100-EDIT-HEADER
005950*      EDIT THE HEADER RECORD ALREADY IN THE EXPTRNIN BUFFER -
005960*      REPORT NUMBER NUMERIC, BYPASS FLAG VALID, AND TRIP DATES
005970*      SANE - THEN BUFFER IT AND READ THE FOLLOWING RECORD.
005980*****************************************************************
005990 2100-EDIT-HEADER.
006000     ADD 1 TO WS-REC-COUNT
006010     IF EXPTRAN-REPORT-NO IS NOT NUMERIC
006020         MOVE 'REPORT NUMBER IS NOT NUMERIC' TO WS-ERR-MSG
006030         PERFORM 2600-FLAG-ERROR
006040             THRU 2600-EXIT
006050     END-IF
006060*    REPORT NUMBER 000000 IS RESERVED FOR THE CHECKPOINT FILE'S
006070*    RUNNING-TOTALS CONTROL RECORD AND MAY NEVER ARRIVE AS DATA.
006080     IF EXPTRAN-REPORT-NO IS NUMERIC
006090         AND EXPTRAN-REPORT-NO = 0
006100             MOVE 'REPORT NUMBER ZERO IS RESERVED' TO WS-ERR-MSG
006110             PERFORM 2600-FLAG-ERROR
006120                 THRU 2600-EXIT
006130     END-IF
006140     IF NOT EXPTRAN-DUP-CHECK-BYPASSED
006150         AND NOT EXPTRAN-DUP-CHECK-NORMAL
006160             MOVE 'DUPLICATE BYPASS FLAG IS NOT B OR SPACE'
006170                 TO WS-ERR-MSG
006180             PERFORM 2600-FLAG-ERROR
006190                 THRU 2600-EXIT
006200     END-IF
006210     PERFORM 2300-EDIT-TRIP-DATES
006220         THRU 2300-EXIT
006230     PERFORM 2500-BUFFER-RECORD
006240         THRU 2500-EXIT
006250     PERFORM 1100-READ-EXPTRNIN
006260         THRU 1100-EXIT.
006270 2100-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310*  2200-EDIT-ONE-DETAIL
006320*      EDIT THE DETAIL, ADVANCE, OR ALLOCATION RECORD ALREADY IN
006330*      THE EXPTRNIN BUFFER - RECORD TYPE, EXPENSE TYPE CODE,
006340*      AMOUNT, CURRENCY, AND EXPENSE DATE (ADVANCE RECORDS GET
006350*      THEIR OWN EDITS IN 2250-EDIT-ONE-ADVANCE, ALLOCATION
006360*      RECORDS IN 2270-EDIT-ONE-ALLOCATION) - THEN BUFFER IT AND
006370*      READ THE FOLLOWING RECORD.
006380*****************************************************************
006390 2200-EDIT-ONE-DETAIL.
006400     ADD 1 TO WS-REC-COUNT
006410     IF EXPTRAN-ADVANCE-REC
006420         PERFORM 2250-EDIT-ONE-ADVANCE
006430             THRU 2250-EXIT
006440         GO TO 2200-BUFFER
006450     END-IF
006460     IF EXPTRAN-ALLOC-REC
006470         PERFORM 2270-EDIT-ONE-ALLOCATION
006480             THRU 2270-EXIT
006490         GO TO 2200-BUFFER
006500     END-IF
006510     IF NOT EXPTRAN-DETAIL-REC
006520         MOVE 'RECORD TYPE IS NOT H, D, A, OR P' TO WS-ERR-MSG
006530         PERFORM 2600-FLAG-ERROR
006540             THRU 2600-EXIT
006550         GO TO 2200-BUFFER
006560     END-IF
006570     ADD 1 TO WS-DETAIL-COUNT
006580*    THE REPORT PROGRAM'S EXPENSE TABLE HOLDS 200 LINES - ONLY
006590*    DETAIL RECORDS COUNT AGAINST IT, NEVER THE HEADER OR
006600*    ADVANCES.
006610     IF WS-DETAIL-COUNT > WS-MAX-DETAIL-LINES
006620         MOVE 'SUBMISSION EXCEEDS THE 200 EXPENSE LINE LIMIT'
006630             TO WS-ERR-MSG
006640         PERFORM 2600-FLAG-ERROR
006650             THRU 2600-EXIT
006660         GO TO 2200-BUFFER
006670     END-IF
006680     IF EXPTRAN-TYPE IS NOT NUMERIC
006690         SET WS-POL-TYPE-NOT-OK TO TRUE
006700         MOVE 'EXPENSE TYPE CODE IS NOT NUMERIC' TO WS-ERR-MSG
006710         PERFORM 2600-FLAG-ERROR
006720             THRU 2600-EXIT
006730     ELSE
006740         PERFORM 2475-CHECK-POLICY-TYPE
006750             THRU 2475-EXIT
006760     END-IF
006770*    A TYPE-6 LINE CARRIES MILES DRIVEN IN THE AMOUNT BYTES - THE
006780*    DOLLAR FIGURE IS COMPUTED DOWNSTREAM FROM THE STANDARD
006790*    MILEAGE RATE, NEVER KEYED.
006800     IF EXPTRAN-TYPE IS NUMERIC AND EXPTRAN-TYPE = 6
006810         IF EXPTRAN-MILES IS NOT NUMERIC
006820             MOVE 'MILES DRIVEN IS NOT NUMERIC' TO WS-ERR-MSG
006830             PERFORM 2600-FLAG-ERROR
006840                 THRU 2600-EXIT
006850         END-IF
006860     ELSE
006870         IF EXPTRAN-AMOUNT IS NOT NUMERIC
006880             MOVE 'EXPENSE AMOUNT IS NOT NUMERIC' TO WS-ERR-MSG
006890             PERFORM 2600-FLAG-ERROR
006900                 THRU 2600-EXIT
006910         END-IF
006920     END-IF
006930     MOVE EXPTRAN-CURRENCY TO WS-EDIT-CURRENCY
006940     PERFORM 2400-CHECK-CURRENCY
006950         THRU 2400-EXIT
006960     PERFORM 2450-CHECK-EXP-DATE
006970         THRU 2450-EXIT
006980     IF EXPTRAN-TYPE IS NUMERIC AND EXPTRAN-TYPE = 6
006990         PERFORM 2460-CHECK-MILE-RATE
007000             THRU 2460-EXIT
007010     END-IF
007020     IF EXPTRAN-TYPE IS NUMERIC AND WS-POL-TYPE-OK
007030         PERFORM 2480-CHECK-POLICY-DATE
007040             THRU 2480-EXIT
007050     END-IF
007060     IF NOT EXPTRAN-CARD-PAID AND NOT EXPTRAN-CASH-PAID
007070         MOVE 'PAYMENT METHOD IS NOT C (CARD) OR SPACE (CASH)'
007080             TO WS-ERR-MSG
007090         PERFORM 2600-FLAG-ERROR
007100             THRU 2600-EXIT
007110     END-IF
007120*    THE CARD PROVIDER BILLS IN HOME CURRENCY AND THE CARD FEED
007130*    RECONCILIATION MATCHES ON THE KEYED AMOUNT, SO A CARD-PAID
007140*    LINE KEYED IN A FOREIGN CURRENCY COULD NEVER MATCH ITS
007150*    CHARGE - IT IS STOPPED HERE INSTEAD.
007160     IF EXPTRAN-CARD-PAID
007170         AND EXPTRAN-CURRENCY NOT = WS-HOME-CURRENCY
007180             MOVE 'CARD-PAID LINE CURRENCY MUST BE USD'
007190                 TO WS-ERR-MSG
007200             PERFORM 2600-FLAG-ERROR
007210                 THRU 2600-EXIT
007220     END-IF
007230     IF NOT EXPTRAN-RECEIPT-PROVIDED
007240         AND NOT EXPTRAN-NO-RECEIPT
007250         MOVE 'RECEIPT INDICATOR IS NOT Y, N, OR SPACE'
007260             TO WS-ERR-MSG
007270         PERFORM 2600-FLAG-ERROR
007280             THRU 2600-EXIT
007290     END-IF.
007300 2200-BUFFER.
007310     PERFORM 2500-BUFFER-RECORD
007320         THRU 2500-EXIT
007330     PERFORM 1100-READ-EXPTRNIN
007340         THRU 1100-EXIT.
007350 2200-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390*  2250-EDIT-ONE-ADVANCE
007400*      EDIT THE CASH ADVANCE RECORD ALREADY IN THE EXPTRNIN
007410*      BUFFER - ADVANCE AMOUNT NUMERIC, CURRENCY ON THE DAY'S
007420*      RATE FILE, ISSUE DATE A SANE YYYYMMDD, AND TREASURY'S
007430*      ADVANCE NUMBER PRESENT AND NOT ALREADY ON THE SUBMISSION.
007440*      THE ISSUE DATE IS NOT HELD TO THE TRIP DATES - ADVANCES
007450*      ARE DRAWN BEFORE THE TRIP STARTS.
007460*****************************************************************
007470 2250-EDIT-ONE-ADVANCE.
007480     ADD 1 TO WS-ADV-COUNT
007490*    THE REPORT PROGRAM SETTLES A REPORT'S ADVANCES FROM A
007500*    20-ROW TABLE - A SUBMISSION CARRYING MORE STOPS HERE.
007510     IF WS-ADV-COUNT > WS-MAX-ADVANCES
007520         MOVE 'SUBMISSION EXCEEDS THE 20 ADVANCE RECORD LIMIT'
007530             TO WS-ERR-MSG
007540         PERFORM 2600-FLAG-ERROR
007550             THRU 2600-EXIT
007560     END-IF
007570*    THE ADVANCE NUMBER IS THE LEDGER KEY THE REPORT PROGRAM
007580*    SETTLES AGAINST - WITHOUT IT THE ADVANCE CANNOT BE FOUND.
007590     IF EXPTRAN-ADV-NO IS NOT NUMERIC
007600         MOVE 'ADVANCE NUMBER IS NOT NUMERIC' TO WS-ERR-MSG
007610         PERFORM 2600-FLAG-ERROR
007620             THRU 2600-EXIT
007630     ELSE
007640         IF EXPTRAN-ADV-NO = 0
007650             MOVE 'ADVANCE NUMBER IS MISSING' TO WS-ERR-MSG
007660             PERFORM 2600-FLAG-ERROR
007670                 THRU 2600-EXIT
007680         ELSE
007690             PERFORM 2255-CHECK-ADV-REPEAT
007700                 THRU 2255-EXIT
007710         END-IF
007720     END-IF
007730     IF EXPTRAN-ADV-AMOUNT IS NOT NUMERIC
007740         MOVE 'ADVANCE AMOUNT IS NOT NUMERIC' TO WS-ERR-MSG
007750         PERFORM 2600-FLAG-ERROR
007760             THRU 2600-EXIT
007770     END-IF
007780     MOVE EXPTRAN-ADV-CURRENCY TO WS-EDIT-CURRENCY
007790     PERFORM 2400-CHECK-CURRENCY
007800         THRU 2400-EXIT
007810     MOVE EXPTRAN-ADV-ISSUE-DATE TO WS-EDIT-DATE-X
007820     PERFORM 2310-CHECK-ONE-DATE
007830         THRU 2310-EXIT
007840     IF WS-DATE-BAD
007850         MOVE 'ADVANCE ISSUE DATE IS NOT A VALID YYYYMMDD DATE'
007860             TO WS-ERR-MSG
007870         PERFORM 2600-FLAG-ERROR
007880             THRU 2600-EXIT
007890     END-IF.
007900 2250-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940*  2255-CHECK-ADV-REPEAT
007950*      REJECT AN ADVANCE NUMBER ALREADY SEEN ON THIS SUBMISSION -
007960*      THE REPORT PROGRAM NETS EACH ADVANCE RECORD AGAINST THE
007970*      LEDGER, SO A REPEAT WOULD NET THE SAME ADVANCE TWICE.
007980*      OTHERWISE REMEMBER IT FOR THE ADVANCES THAT FOLLOW.
007990*****************************************************************
008000 2255-CHECK-ADV-REPEAT.
008010     SET ADI TO 1
008020     SEARCH WS-ADV-SEEN-NO
008030         WHEN WS-ADV-SEEN-NO(ADI) = EXPTRAN-ADV-NO
008040             MOVE 'ADVANCE NUMBER REPEATED IN SUBMISSION'
008050                 TO WS-ERR-MSG
008060             PERFORM 2600-FLAG-ERROR
008070                 THRU 2600-EXIT
008080             GO TO 2255-EXIT
008090     END-SEARCH
008100     IF WS-ADV-SEEN-COUNT < WS-MAX-ADVANCES
008110         ADD 1 TO WS-ADV-SEEN-COUNT
008120         SET ADI TO WS-ADV-SEEN-COUNT
008130         MOVE EXPTRAN-ADV-NO TO WS-ADV-SEEN-NO(ADI)
008140     END-IF.
008150 2255-EXIT.
008160     EXIT.
008170
008180*****************************************************************
008190*  2270-EDIT-ONE-ALLOCATION
008200*      EDIT THE PROJECT ALLOCATION RECORD ALREADY IN THE
008210*      EXPTRNIN BUFFER - LINE NUMBER NUMERIC, METHOD P WITH A
008220*      PERCENT OF 0.01 TO 100 OR A WITH A NONZERO AMOUNT,
008230*      BILLABLE FLAG Y OR N, AND THE PROJECT ON THE PROJECT
008240*      MASTER AND ACTIVE.  PERCENTS ARE TOTALED PER TARGET LINE
008250*      SO ONE LINE IS NEVER ALLOCATED MORE THAN ALL OF ITSELF;
008260*      AN AMOUNT CANNOT BE HELD TO THE LINE HERE, SINCE THE
008270*      LINE'S HOME-CURRENCY VALUE IS ONLY KNOWN DOWNSTREAM -
008280*      THE REPORT PROGRAM CAPS IT AT WHAT IS LEFT OF THE LINE.
008290*****************************************************************
008300 2270-EDIT-ONE-ALLOCATION.
008310     ADD 1 TO WS-ALLOC-COUNT
008320*    THE REPORT PROGRAM HOLDS A REPORT'S ALLOCATIONS IN A
008330*    50-ROW TABLE - A SUBMISSION CARRYING MORE STOPS HERE.
008340     IF WS-ALLOC-COUNT > WS-MAX-ALLOCS
008350         MOVE 'SUBMISSION EXCEEDS THE 50 ALLOCATION RECORD LIMIT'
008360             TO WS-ERR-MSG
008370         PERFORM 2600-FLAG-ERROR
008380             THRU 2600-EXIT
008390     END-IF
008400     IF EXPTRAN-ALLOC-LINE-NO IS NOT NUMERIC
008410         MOVE 'ALLOCATION LINE NUMBER IS NOT NUMERIC'
008420             TO WS-ERR-MSG
008430         PERFORM 2600-FLAG-ERROR
008440             THRU 2600-EXIT
008450     ELSE
008460         IF EXPTRAN-ALLOC-LINE-NO > WS-HIGH-ALLOC-LINE
008470             MOVE EXPTRAN-ALLOC-LINE-NO TO WS-HIGH-ALLOC-LINE
008480         END-IF
008490     END-IF
008500     IF EXPTRAN-ALLOC-BY-PERCENT
008510         PERFORM 2275-EDIT-ALLOC-PERCENT
008520             THRU 2275-EXIT
008530     ELSE
008540         IF EXPTRAN-ALLOC-BY-AMOUNT
008550             IF EXPTRAN-ALLOC-AMOUNT IS NOT NUMERIC
008560                 MOVE 'ALLOCATION AMOUNT IS NOT NUMERIC'
008570                     TO WS-ERR-MSG
008580                 PERFORM 2600-FLAG-ERROR
008590                     THRU 2600-EXIT
008600             ELSE
008610                 IF EXPTRAN-ALLOC-AMOUNT = 0
008620                     MOVE 'ALLOCATION AMOUNT IS ZERO'
008630                         TO WS-ERR-MSG
008640                     PERFORM 2600-FLAG-ERROR
008650                         THRU 2600-EXIT
008660                 END-IF
008670             END-IF
008680         ELSE
008690             MOVE 'ALLOCATION METHOD IS NOT P OR A'
008700                 TO WS-ERR-MSG
008710             PERFORM 2600-FLAG-ERROR
008720                 THRU 2600-EXIT
008730         END-IF
008740     END-IF
008750     IF NOT EXPTRAN-ALLOC-IS-BILLABLE
008760         AND NOT EXPTRAN-ALLOC-NOT-BILLABLE
008770             MOVE 'BILLABLE FLAG IS NOT Y OR N' TO WS-ERR-MSG
008780             PERFORM 2600-FLAG-ERROR
008790                 THRU 2600-EXIT
008800     END-IF
008810     MOVE EXPTRAN-ALLOC-PROJECT TO EXPPROJ-PROJECT
008820     READ EXPPROJ
008830         INVALID KEY
008840             MOVE 'PROJECT CODE IS NOT ON THE PROJECT MASTER'
008850                 TO WS-ERR-MSG
008860             PERFORM 2600-FLAG-ERROR
008870                 THRU 2600-EXIT
008880             GO TO 2270-EXIT
008890     END-READ
008900     IF NOT EXPPROJ-ACTIVE
008910         MOVE 'PROJECT IS CLOSED' TO WS-ERR-MSG
008920         PERFORM 2600-FLAG-ERROR
008930             THRU 2600-EXIT
008940     END-IF
008950*    A BILLABLE CHARGE HAS TO NAME SOMEBODY TO INVOICE.
008960     IF EXPTRAN-ALLOC-IS-BILLABLE
008970         AND EXPPROJ-CLIENT-ID = SPACES
008980             MOVE 'BILLABLE PROJECT HAS NO CLIENT' TO WS-ERR-MSG
008990             PERFORM 2600-FLAG-ERROR
009000                 THRU 2600-EXIT
009010     END-IF.
009020 2270-EXIT.
009030     EXIT.
009040
009050*****************************************************************
009060*  2275-EDIT-ALLOC-PERCENT
009070*      CHECK A PERCENT ALLOCATION'S PERCENT AND ADD IT TO THE
009080*      TOTAL FOR ITS TARGET LINE.  A TARGET PAST THE 200-LINE
009090*      LIMIT IS LEFT TO THE GROUP-END LINE NUMBER CHECK.
009100*****************************************************************
009110 2275-EDIT-ALLOC-PERCENT.
009120     IF EXPTRAN-ALLOC-PCT IS NOT NUMERIC
009130         MOVE 'ALLOCATION PERCENT IS NOT NUMERIC' TO WS-ERR-MSG
009140         PERFORM 2600-FLAG-ERROR
009150             THRU 2600-EXIT
009160         GO TO 2275-EXIT
009170     END-IF
009180     IF EXPTRAN-ALLOC-PCT = 0 OR EXPTRAN-ALLOC-PCT > 100
009190         MOVE 'ALLOCATION PERCENT IS NOT 0.01 THROUGH 100'
009200             TO WS-ERR-MSG
009210         PERFORM 2600-FLAG-ERROR
009220             THRU 2600-EXIT
009230         GO TO 2275-EXIT
009240     END-IF
009250     IF EXPTRAN-ALLOC-LINE-NO IS NOT NUMERIC
009260         OR EXPTRAN-ALLOC-LINE-NO > WS-MAX-DETAIL-LINES
009270             GO TO 2275-EXIT
009280     END-IF
009290     SET API TO EXPTRAN-ALLOC-LINE-NO
009300     SET API UP BY 1
009310     ADD EXPTRAN-ALLOC-PCT TO WS-ALLOC-PCT-TOTAL(API)
009320     IF WS-ALLOC-PCT-TOTAL(API) > 100
009330         MOVE 'ALLOCATION PERCENTS FOR ONE LINE EXCEED 100'
009340             TO WS-ERR-MSG
009350         PERFORM 2600-FLAG-ERROR
009360             THRU 2600-EXIT
009370     END-IF.
009380 2275-EXIT.
009390     EXIT.
009400
009410*****************************************************************
009420*  2300-EDIT-TRIP-DATES
009430*      CHECK THE HEADER'S TRIP START AND END DATES FOR YYYYMMDD
009440*      SANITY AND CHECK THAT THE TRIP DOES NOT END BEFORE IT
009450*      STARTS.
009460*****************************************************************
009470 2300-EDIT-TRIP-DATES.
009480     MOVE EXPTRAN-TRIP-START TO WS-EDIT-DATE-X
009490     PERFORM 2310-CHECK-ONE-DATE
009500         THRU 2310-EXIT
009510     MOVE WS-DATE-OK-SW TO WS-START-OK-SW
009520     IF WS-DATE-BAD
009530         MOVE 'TRIP START DATE IS NOT A VALID YYYYMMDD DATE'
009540             TO WS-ERR-MSG
009550         PERFORM 2600-FLAG-ERROR
009560             THRU 2600-EXIT
009570     END-IF
009580     MOVE EXPTRAN-TRIP-END TO WS-EDIT-DATE-X
009590     PERFORM 2310-CHECK-ONE-DATE
009600         THRU 2310-EXIT
009610     IF WS-DATE-BAD
009620         MOVE 'TRIP END DATE IS NOT A VALID YYYYMMDD DATE'
009630             TO WS-ERR-MSG
009640         PERFORM 2600-FLAG-ERROR
009650             THRU 2600-EXIT
009660     END-IF
009670     IF WS-START-OK AND WS-DATE-OK
009680         IF EXPTRAN-TRIP-START > EXPTRAN-TRIP-END
009690             MOVE 'TRIP START DATE IS AFTER TRIP END DATE'
009700                 TO WS-ERR-MSG
009710             PERFORM 2600-FLAG-ERROR
009720                 THRU 2600-EXIT
009730         ELSE
009740             MOVE 'Y' TO WS-TRIP-DATES-OK-SW
009750         END-IF
009760     END-IF.
009770 2300-EXIT.
009780     EXIT.
009790
009800*****************************************************************
009810*  2310-CHECK-ONE-DATE
009820*      SANITY-CHECK THE YYYYMMDD DATE IN WS-EDIT-DATE-X AND SET
009830*      WS-DATE-OK-SW.  A REAL CALENDAR CHECK OF DAYS PER MONTH
009840*      IS NOT ATTEMPTED; THE EDIT CATCHES NON-NUMERIC DATES AND
009850*      IMPOSSIBLE MONTH AND DAY NUMBERS.
009860*****************************************************************
009870 2310-CHECK-ONE-DATE.
009880     SET WS-DATE-OK TO TRUE
009890     IF WS-EDIT-DATE-X IS NOT NUMERIC
009900         SET WS-DATE-BAD TO TRUE
009910         GO TO 2310-EXIT
009920     END-IF
009930     IF WS-EDIT-DATE-MM < 1 OR WS-EDIT-DATE-MM > 12
009940         SET WS-DATE-BAD TO TRUE
009950         GO TO 2310-EXIT
009960     END-IF
009970     IF WS-EDIT-DATE-DD < 1 OR WS-EDIT-DATE-DD > 31
009980         SET WS-DATE-BAD TO TRUE
009990     END-IF.
010000 2310-EXIT.
010010     EXIT.
010020
010030*****************************************************************
010040*  2400-CHECK-CURRENCY
010050*      CHECK THE CURRENCY CODE IN WS-EDIT-CURRENCY AGAINST THE
010060*      DAY'S RATE TABLE.  THE REPORT PROGRAM TREATS AN UNKNOWN
010070*      CURRENCY AS HOME CURRENCY, SO AN UNLISTED CODE HAS TO BE
010080*      STOPPED HERE BEFORE IT IS PAID OUT UNCONVERTED.
010090*****************************************************************
010100 2400-CHECK-CURRENCY.
010110     SET RI TO 1
010120     SEARCH WS-RATE-ENTRY
010130         AT END
010140             MOVE 'CURRENCY CODE IS NOT ON THE DAILY RATE FILE'
010150                 TO WS-ERR-MSG
010160             PERFORM 2600-FLAG-ERROR
010170                 THRU 2600-EXIT
010180         WHEN WS-RATE-CURRENCY(RI) = WS-EDIT-CURRENCY
010190             CONTINUE
010200     END-SEARCH.
010210 2400-EXIT.
010220     EXIT.
010230
010240*****************************************************************
010250*  2450-CHECK-EXP-DATE
010260*      CHECK THE DETAIL RECORD'S EXPENSE DATE FOR YYYYMMDD
010270*      SANITY AND, WHEN THE HEADER'S TRIP DATES THEMSELVES
010280*      PASSED, CHECK THAT THE EXPENSE FALLS WITHIN THE TRIP.
010290*****************************************************************
010300 2450-CHECK-EXP-DATE.
010310     MOVE EXPTRAN-EXP-DATE TO WS-EDIT-DATE-X
010320     PERFORM 2310-CHECK-ONE-DATE
010330         THRU 2310-EXIT
010340     IF WS-DATE-BAD
010350         MOVE 'EXPENSE DATE IS NOT A VALID YYYYMMDD DATE'
010360             TO WS-ERR-MSG
010370         PERFORM 2600-FLAG-ERROR
010380             THRU 2600-EXIT
010390         GO TO 2450-EXIT
010400     END-IF
010410     IF WS-TRIP-DATES-OK
010420         IF EXPTRAN-EXP-DATE < WS-TRIP-START-HOLD
010430             OR EXPTRAN-EXP-DATE > WS-TRIP-END-HOLD
010440                 MOVE 'EXPENSE DATE IS OUTSIDE THE TRIP DATES'
010450                     TO WS-ERR-MSG
010460                 PERFORM 2600-FLAG-ERROR
010470                     THRU 2600-EXIT
010480         END-IF
010490     END-IF.
010500 2450-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540*  2460-CHECK-MILE-RATE
010550*      CHECK THAT A STANDARD MILEAGE RATE IS IN EFFECT ON THE
010560*      TYPE-6 LINE'S EXPENSE DATE - ANY TABLE ENTRY WITH AN
010570*      EFFECTIVE DATE NOT AFTER IT.  A DATE THAT ALREADY
010580*      FAILED THE DATE EDIT IS LEFT ALONE RATHER THAN FLAGGED
010590*      A SECOND TIME.
010600*****************************************************************
010610 2460-CHECK-MILE-RATE.
010620     IF EXPTRAN-EXP-DATE IS NOT NUMERIC
010630         GO TO 2460-EXIT
010640     END-IF
010650     SET WS-MRATE-NOT-FOUND TO TRUE
010660     PERFORM 2470-SCAN-ONE-MILE-RATE
010670         THRU 2470-EXIT
010680         VARYING MRI FROM 1 BY 1
010690         UNTIL MRI > WS-MRATE-COUNT
010700     IF WS-MRATE-NOT-FOUND
010710         MOVE 'NO MILEAGE RATE IN EFFECT FOR THE EXPENSE DATE'
010720             TO WS-ERR-MSG
010730         PERFORM 2600-FLAG-ERROR
010740             THRU 2600-EXIT
010750     END-IF.
010760 2460-EXIT.
010770     EXIT.
010780
010790*****************************************************************
010800*  2470-SCAN-ONE-MILE-RATE
010810*      LOOK AT ONE RATE TABLE ENTRY - AN EFFECTIVE DATE ON OR
010820*      BEFORE THE EXPENSE DATE MEANS A RATE IS IN EFFECT.
010830*****************************************************************
010840 2470-SCAN-ONE-MILE-RATE.
010850     IF WS-MRATE-EFF-DATE(MRI) NOT > EXPTRAN-EXP-DATE
010860         SET WS-MRATE-FOUND TO TRUE
010870     END-IF.
010880 2470-EXIT.
010890     EXIT.
010900
010910*****************************************************************
010920*  2475-CHECK-POLICY-TYPE
010930*      CHECK THAT THE DETAIL LINE'S EXPENSE TYPE IS INSIDE
010940*      THE 1-6 RANGE THE REPORT PROGRAM'S PER-TYPE TABLES
010950*      SUPPORT, THEN THAT IT APPEARS ON THE POLICY CONTROL
010960*      FILE AT ALL.  A POLICY ROW FOR A TYPE OUTSIDE THE
010970*      RANGE MUST NOT LET THE LINE THROUGH - THE REPORT RUN
010980*      WOULD ABEND THE WHOLE BATCH ON IT.  SETS
010990*      WS-POL-TYPE-OK FOR THE EFFECTIVE-DATE CHECK THAT
011000*      FOLLOWS THE DATE EDITS.
011010*****************************************************************
011020 2475-CHECK-POLICY-TYPE.
011030     SET WS-POL-TYPE-NOT-OK TO TRUE
011040     IF EXPTRAN-TYPE < 1 OR EXPTRAN-TYPE > 6
011050         MOVE 'EXPENSE TYPE CODE IS NOT 1 THROUGH 6'
011060             TO WS-ERR-MSG
011070         PERFORM 2600-FLAG-ERROR
011080             THRU 2600-EXIT
011090         GO TO 2475-EXIT
011100     END-IF
011110     PERFORM 2485-SCAN-ONE-POLICY
011120         THRU 2485-EXIT
011130         VARYING POI FROM 1 BY 1
011140         UNTIL POI > WS-POLICY-COUNT
011150     IF WS-POL-TYPE-NOT-OK
011160         MOVE 'EXPENSE TYPE CODE IS NOT ON THE POLICY FILE'
011170             TO WS-ERR-MSG
011180         PERFORM 2600-FLAG-ERROR
011190             THRU 2600-EXIT
011200     END-IF.
011210 2475-EXIT.
011220     EXIT.
011230
011240*****************************************************************
011250*  2480-CHECK-POLICY-DATE
011260*      CHECK THAT A POLICY RECORD FOR THE LINE'S TYPE IS IN
011270*      EFFECT ON ITS EXPENSE DATE.  A DATE THAT ALREADY FAILED
011280*      THE DATE EDIT, OR A TYPE NOT ON THE FILE AT ALL, IS
011290*      LEFT ALONE RATHER THAN FLAGGED A SECOND TIME.
011300*****************************************************************
011310 2480-CHECK-POLICY-DATE.
011320     IF EXPTRAN-EXP-DATE IS NOT NUMERIC
011330         GO TO 2480-EXIT
011340     END-IF
011350     SET WS-POL-DATE-NOT-OK TO TRUE
011360     PERFORM 2485-SCAN-ONE-POLICY
011370         THRU 2485-EXIT
011380         VARYING POI FROM 1 BY 1
011390         UNTIL POI > WS-POLICY-COUNT
011400     IF WS-POL-DATE-NOT-OK
011410         MOVE 'NO POLICY RECORD IN EFFECT FOR THE EXPENSE DATE'
011420             TO WS-ERR-MSG
011430         PERFORM 2600-FLAG-ERROR
011440             THRU 2600-EXIT
011450     END-IF.
011460 2480-EXIT.
011470     EXIT.
011480
011490*****************************************************************
011500*  2485-SCAN-ONE-POLICY
011510*      LOOK AT ONE POLICY TABLE ROW FOR THE LINE'S TYPE - ANY
011520*      ROW MARKS THE TYPE AS ON THE FILE, AND A ROW WITH AN
011530*      EFFECTIVE DATE ON OR BEFORE THE EXPENSE DATE MARKS A
011540*      RECORD IN EFFECT.
011550*****************************************************************
011560 2485-SCAN-ONE-POLICY.
011570     IF WS-POL-TYPE(POI) = EXPTRAN-TYPE
011580         SET WS-POL-TYPE-OK TO TRUE
011590         IF WS-POL-EFF-DATE(POI) NOT > EXPTRAN-EXP-DATE
011600             SET WS-POL-DATE-OK TO TRUE
011610         END-IF
011620     END-IF.
011630 2485-EXIT.
011640     EXIT.
011650
011660*****************************************************************
011670*  2500-BUFFER-RECORD
011680*      HOLD THE RECORD IN THE EXPTRNIN BUFFER FOR THE CURRENT
011690*      SUBMISSION.  A CLEAN-SO-FAR SUBMISSION ACCUMULATES IN
011700*      WS-SUB-TABLE; ONCE THE SUBMISSION HAS FAILED, RECORDS GO
011710*      STRAIGHT TO THE ERROR FILE.  A SUBMISSION TOO BIG FOR
011720*      THE BUFFER FAILS WITH ITS OWN EDIT MESSAGE RATHER THAN
011730*      ABENDING THE RUN THE WAY THE REPORT PROGRAM'S TABLE
011740*      OVERFLOW WOULD.
011750*****************************************************************
011760 2500-BUFFER-RECORD.
011770     IF WS-GROUP-FAILED
011780         MOVE EXPTRAN-RECORD TO EXPEDERR-TRAN-IMAGE
011790         WRITE EXPEDERR-RECORD
011800         GO TO 2500-EXIT
011810     END-IF
011820     IF WS-BUF-COUNT = WS-MAX-SUB-RECS
011830         MOVE 'SUBMISSION TOO LARGE TO BUFFER'
011840             TO WS-ERR-MSG
011850         PERFORM 2600-FLAG-ERROR
011860             THRU 2600-EXIT
011870         MOVE EXPTRAN-RECORD TO EXPEDERR-TRAN-IMAGE
011880         WRITE EXPEDERR-RECORD
011890         GO TO 2500-EXIT
011900     END-IF
011910     ADD 1 TO WS-BUF-COUNT
011920     SET SI TO WS-BUF-COUNT
011930     MOVE EXPTRAN-RECORD TO WS-SUB-REC(SI).
011940 2500-EXIT.
011950     EXIT.
011960
011970*****************************************************************
011980*  2600-FLAG-ERROR
011990*      RECORD ONE EDIT FAILURE FOR THE CURRENT SUBMISSION.  THE
012000*      FIRST FAILURE MARKS THE WHOLE SUBMISSION FAILED, WRITES
012010*      THE IDENTIFYING BLOCK HEADER ON THE EDIT REPORT, AND
012020*      FLUSHES THE RECORDS BUFFERED SO FAR TO THE ERROR FILE.
012030*      EVERY FAILURE, FIRST OR NOT, ADDS ITS OWN LINE TO THE
012040*      EDIT REPORT NAMING THE RECORD AND THE REASON.
012050*****************************************************************
012060 2600-FLAG-ERROR.
012070     IF WS-GROUP-NOT-FAILED
012080         SET WS-GROUP-FAILED TO TRUE
012090         ADD 1 TO WS-FAILED-COUNT
012100         MOVE SPACES TO EXPEDRPT-LINE
012110         WRITE EXPEDRPT-RECORD
012120         MOVE SPACES TO EXPEDRPT-LINE
012130         STRING 'Submission rejected - Employee '
012140                    DELIMITED BY SIZE
012150                WS-EDIT-EMP-ID DELIMITED BY SIZE
012160                ' Report ' DELIMITED BY SIZE
012170                WS-EDIT-REPORT-NO DELIMITED BY SIZE
012180                INTO EXPEDRPT-LINE
012190         WRITE EXPEDRPT-RECORD
012200         PERFORM 2620-FLUSH-ONE-IMAGE
012210             THRU 2620-EXIT
012220             VARYING SI FROM 1 BY 1
012230             UNTIL SI > WS-BUF-COUNT
012240     END-IF
012250     MOVE WS-REC-COUNT TO WS-REC-NO-FMT
012260     MOVE SPACES TO EXPEDRPT-LINE
012270     STRING '  Record ' DELIMITED BY SIZE
012280            WS-REC-NO-FMT DELIMITED BY SIZE
012290            ': ' DELIMITED BY SIZE
012300            WS-ERR-MSG DELIMITED BY SIZE
012310            INTO EXPEDRPT-LINE
012320     WRITE EXPEDRPT-RECORD.
012330 2600-EXIT.
012340     EXIT.
012350
012360*****************************************************************
012370*  2620-FLUSH-ONE-IMAGE
012380*      WRITE ONE BUFFERED RECORD IMAGE OF THE NEWLY FAILED
012390*      SUBMISSION TO THE ERROR FILE.
012400*****************************************************************
012410 2620-FLUSH-ONE-IMAGE.
012420     MOVE WS-SUB-REC(SI) TO EXPEDERR-TRAN-IMAGE
012430     WRITE EXPEDERR-RECORD.
012440 2620-EXIT.
012450     EXIT.
012460
012470*****************************************************************
012480*  2700-RELEASE-CLEAN-GROUP
012490*      THE SUBMISSION PASSED EVERY EDIT - RELEASE ITS BUFFERED
012500*      RECORDS TO THE EDITED TRANSACTION FILE IN THEIR ORIGINAL
012510*      ORDER.
012520*****************************************************************
012530 2700-RELEASE-CLEAN-GROUP.
012540     PERFORM 2710-RELEASE-ONE-IMAGE
012550         THRU 2710-EXIT
012560         VARYING SI FROM 1 BY 1
012570         UNTIL SI > WS-BUF-COUNT.
012580 2700-EXIT.
012590     EXIT.
012600
012610*****************************************************************
012620*  2710-RELEASE-ONE-IMAGE
012630*      WRITE ONE BUFFERED RECORD IMAGE OF A CLEAN SUBMISSION TO
012640*      THE EDITED TRANSACTION FILE.
012650*****************************************************************
012660 2710-RELEASE-ONE-IMAGE.
012670     MOVE WS-SUB-REC(SI) TO EXPTRNOT-TRAN-IMAGE
012680     WRITE EXPTRNOT-RECORD.
012690 2710-EXIT.
012700     EXIT.
012710
012720*****************************************************************
012730*  3900-PRINT-EDIT-SUMMARY
012740*      WRITE THE EDIT CONTROL-TOTAL SUMMARY AFTER THE LAST
012750*      SUBMISSION AND SET THE STEP RETURN CODE - 4 WHEN ANY
012760*      SUBMISSION WAS REJECTED SO THE CONDITION SHOWS ON THE
012770*      JOB LOG, 0 WHEN THE WHOLE FILE CAME THROUGH CLEAN.
012780*****************************************************************
012790 3900-PRINT-EDIT-SUMMARY.
012800     MOVE SPACES TO EXPEDRPT-LINE
012810     WRITE EXPEDRPT-RECORD
012820     MOVE SPACES TO EXPEDRPT-LINE
012830     MOVE 'Edit Summary: ' TO EXPEDRPT-LINE
012840     WRITE EXPEDRPT-RECORD
012850     MOVE WS-SUB-COUNT TO WS-COUNT-FMT
012860     MOVE SPACES TO EXPEDRPT-LINE
012870     STRING 'Submissions Read: ' DELIMITED BY SIZE
012880            WS-COUNT-FMT DELIMITED BY SIZE
012890            INTO EXPEDRPT-LINE
012900     WRITE EXPEDRPT-RECORD
012910     MOVE WS-CLEAN-COUNT TO WS-COUNT-FMT
012920     MOVE SPACES TO EXPEDRPT-LINE
012930     STRING 'Submissions Released: ' DELIMITED BY SIZE
012940            WS-COUNT-FMT DELIMITED BY SIZE
012950            INTO EXPEDRPT-LINE
012960     WRITE EXPEDRPT-RECORD
012970     MOVE WS-FAILED-COUNT TO WS-COUNT-FMT
012980     MOVE SPACES TO EXPEDRPT-LINE
012990     STRING 'Submissions Rejected: ' DELIMITED BY SIZE
013000            WS-COUNT-FMT DELIMITED BY SIZE
013010            INTO EXPEDRPT-LINE
013020     WRITE EXPEDRPT-RECORD
013030     MOVE WS-RECORDS-READ TO WS-READ-FMT
013040     MOVE SPACES TO EXPEDRPT-LINE
013050     STRING 'Records Read: ' DELIMITED BY SIZE
013060            WS-READ-FMT DELIMITED BY SIZE
013070            INTO EXPEDRPT-LINE
013080     WRITE EXPEDRPT-RECORD
013090     IF WS-FAILED-COUNT > 0
013100         MOVE 4 TO RETURN-CODE
013110     END-IF.
013120 3900-EXIT.
013130     EXIT.
013140
013150*****************************************************************
013160*  9000-ABEND
013170*      A FATAL CONDITION IN THE EDIT'S OWN SETUP - THE RATE
013180*      TABLE FILLED BEFORE ITS INPUT WAS EXHAUSTED.  DISPLAY
013190*      THE DIAGNOSTIC AND END THE RUN WITH A NONZERO RETURN
013200*      CODE SO THE JOB STEP SHOWS FAILED.
013210*****************************************************************
013220 9000-ABEND.
013230     DISPLAY WS-ABEND-MSG
013240     MOVE 16 TO RETURN-CODE
013250     STOP RUN.
013260
013270*****************************************************************
013280*  9999-TERMINATE
013290*****************************************************************
013300 9999-TERMINATE.
013310     CLOSE EXPTRNIN
013320     CLOSE EXPTRNOT
013330     CLOSE EXPEDERR
013340     CLOSE EXPEDRPT
013350     CLOSE EXPPROJ.
013360 9999-EXIT.
013370     EXIT.
