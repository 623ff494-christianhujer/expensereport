000700*                  AND NO EMPLOYEE-COUNT CEILING, THE SAME
000710*                  LIMIT THE KEYED REDESIGN REMOVED FROM THE
000720*                  REPORT RUN.
000730*  2026-10-15 CAH  AN 'Over Budget' HOLD - A REPORT THE REPORT
000740*                  RUN HELD BECAUSE ITS DEPARTMENT WAS OVER ITS
000750*                  MONTHLY TRAVEL BUDGET - MAY ONLY BE DECIDED
000760*                  BY A CONTROLLER (ROLE C ON THE APPROVER
000770*                  MASTER); ANYONE ELSE'S DECISION IS REJECTED
000780*                  WITH REASON 36.  A DECIDED HOLD COMES OFF THE
000790*                  EXPBUDG BUDGET MASTER'S HELD FIGURES, AND A
000800*                  DENIAL'S REVERSAL COMES OFF ITS MONTH-TO-DATE
000810*                  ACTUALS, SO THE BUDGET STATUS REPORT SHOWS
000820*                  WHAT IS STILL HELD AND WHAT WAS REALLY SPENT.
000830*  2026-10-15 CAH  EVERY RELEASED PAYMENT IS NOW CLASSIFIED FOR
000840*                  TAX FROM THE CODE THE REPORT RUN STAMPS ON THE
000850*                  EXCEPTION - ALL OF IT TAXABLE FOR A LATE
000860*                  CLAIM, THE AMOUNT OVER THE PER-DIEM FOR AN
000870*                  APPROVED DAILY MEALS DAY - CARRIED ON THE
000880*                  EXPPAY RECORD AND WRITTEN TO PAYROLL ON THE
000890*                  NEW EXPTAXX TAXABLE EXTRACT BY PAY PERIOD.
000900*  2026-10-15 CAH  EVERY APPROVAL OR DENIAL IS NOW ADDED TO THE
000910*                  REPORT ON THE EXPARCH LINE-LEVEL CLAIM ARCHIVE
000920*                  AS AN EVENT RECORD - WHO DECIDED IT, WHEN, AND
000930*                  WHAT IT PAID UNDER WHAT REFERENCE - SO A
000940*                  REPRINTED REPORT SHOWS ITS APPROVAL HISTORY.
000950*  2026-10-15 CAH  GL REVERSALS CARRY A BLANK COST CENTER AND
000960*                  PROJECT IN THE WIDENED EXPGLEX LAYOUT, SO THEY
000970*                  POST TO THE EMPLOYEE'S OWN COST CENTER.
000980*  2026-10-15 CAH  A DENIAL NOW REVERSES THE HELD AMOUNT THE WAY
000990*                  THE REPORT RUN POSTED IT - ONE REVERSAL PER GL
001000*                  ACCOUNT, COST CENTER, AND PROJECT ON THE HOLD'S
001010*                  ARCHIVED GL DISTRIBUTION - AND TAKES EACH OFF
001020*                  THE BUDGET ACTUAL OF THAT COST CENTER AND
001030*                  ACCOUNT.  A HOLD QUEUED BEFORE THE DISTRIBUTION
001040*                  WAS ARCHIVED REVERSES AS BEFORE.  THE PART OF
001050*                  THE REPORT'S CASH ADVANCE THE DENIED AMOUNT HAD
001060*                  SETTLED IS TAKEN BACK OFF THE EXPADVL LEDGER,
001070*                  REOPENING THE ADVANCE.  A DECIDED OVER BUDGET
001080*                  HOLD COMES OFF THE BUDGET RECORD THE REPORT RUN
001090*                  NAMED ON IT.
001100*****************************************************************
001110 IDENTIFICATION DIVISION.
001120 PROGRAM-ID.    EXPAPR01.
001130 AUTHOR.        C. A. HUJER.
001140 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
001150 DATE-WRITTEN.  2026-08-22.
001160 DATE-COMPILED.
001170
001180 ENVIRONMENT DIVISION.
001190 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001210     SELECT EXPEXCP ASSIGN TO EXPEXCP
001220         ORGANIZATION IS SEQUENTIAL.
001230     SELECT EXPDECIS ASSIGN TO EXPDECIS
001240         ORGANIZATION IS SEQUENTIAL.
001250     SELECT EXPGLRV ASSIGN TO EXPGLRV
001260         ORGANIZATION IS SEQUENTIAL.
001270     SELECT EXPAPRPT ASSIGN TO EXPAPRPT
001280         ORGANIZATION IS SEQUENTIAL.
001290     SELECT EXPPAY ASSIGN TO EXPPAY
001300         ORGANIZATION IS SEQUENTIAL.
001310     SELECT EXPPOLCY ASSIGN TO EXPPOLCY
001320         ORGANIZATION IS SEQUENTIAL.
001330     SELECT EXPAPPRV ASSIGN TO EXPAPPRV
001340         ORGANIZATION IS SEQUENTIAL.
001350     SELECT EXPMAST ASSIGN TO EXPMAST
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS RANDOM
001380         RECORD KEY IS EXPMAST-EMP-ID.
001390     SELECT EXPDECRJ ASSIGN TO EXPDECRJ
001400         ORGANIZATION IS SEQUENTIAL.
001410     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
001420         ORGANIZATION IS SEQUENTIAL.
001430     SELECT EXPBUDG ASSIGN TO EXPBUDG
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS RANDOM
001460         RECORD KEY IS EXPBUDG-KEY.
001470     SELECT EXPTAXX ASSIGN TO EXPTAXX
001480         ORGANIZATION IS SEQUENTIAL.
001490     SELECT OPTIONAL EXPARCH ASSIGN TO EXPARCH
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001520         RECORD KEY IS EXPARCH-KEY
001530         ALTERNATE RECORD KEY IS EXPARCH-EMP-ID
001540             WITH DUPLICATES.
001550     SELECT EXPADVL ASSIGN TO EXPADVL
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS RANDOM
001580         RECORD KEY IS EXPADVL-KEY.
001590
001600 DATA DIVISION.
001610 FILE SECTION.
001620 FD  EXPEXCP
001630     RECORDING MODE IS F.
001640     COPY EXPEXCP.
001650
001660 FD  EXPDECIS
001670     RECORDING MODE IS F.
001680     COPY EXPDECIS.
001690
001700*    THE REVERSAL FILE DELIBERATELY USES THE EXPGLEX RECORD
001710*    LAYOUT SO THE ACCOUNTING SYSTEM CAN PICK IT UP WITH THE
001720*    SAME INTERFACE IT ALREADY USES FOR THE POSTING EXTRACT.
001730 FD  EXPGLRV
001740     RECORDING MODE IS F.
001750     COPY EXPGLEX.
001760
001770 FD  EXPAPRPT
001780     RECORDING MODE IS F.
001790     COPY EXPAPRPT.
001800
001810 FD  EXPPAY
001820     RECORDING MODE IS F.
001830     COPY EXPPAY.
001840
001850 FD  EXPPOLCY
001860     RECORDING MODE IS F.
001870     COPY EXPPOLCY.
001880
001890 FD  EXPAPPRV
001900     RECORDING MODE IS F.
001910     COPY EXPAPPRV.
001920
001930 FD  EXPMAST
001940     RECORDING MODE IS F.
001950     COPY EXPMAST.
001960
001970 FD  EXPDECRJ
001980     RECORDING MODE IS F.
001990     COPY EXPDECRJ.
002000
002010 FD  EXPRNCTL
002020     RECORDING MODE IS F.
002030     COPY EXPRNCTL.
002040
002050 FD  EXPBUDG
002060     RECORDING MODE IS F.
002070     COPY EXPBUDG.
002080
002090 FD  EXPTAXX
002100     RECORDING MODE IS F.
002110     COPY EXPTAXX.
002120
002130 FD  EXPARCH
002140     RECORDING MODE IS F.
002150     COPY EXPARCH.
002160
002170 FD  EXPADVL
002180     RECORDING MODE IS F.
002190     COPY EXPADVL.
002200
002210 WORKING-STORAGE SECTION.
002220*----------------------------------------------------------------
002230*    SWITCHES
002240*----------------------------------------------------------------
002250 01  WS-EXPEXCP-EOF-SW           PIC X(01)   VALUE 'N'.
002260         88  WS-EXPEXCP-EOF                       VALUE 'Y'.
002270         88  WS-EXPEXCP-NOT-EOF                   VALUE 'N'.
002280 01  WS-EXPDECIS-EOF-SW          PIC X(01)   VALUE 'N'.
002290         88  WS-EXPDECIS-EOF                      VALUE 'Y'.
002300         88  WS-EXPDECIS-NOT-EOF                  VALUE 'N'.
002310 01  WS-EXPAPPRV-EOF-SW          PIC X(01)   VALUE 'N'.
002320         88  WS-EXPAPPRV-EOF                      VALUE 'Y'.
002330         88  WS-EXPAPPRV-NOT-EOF                  VALUE 'N'.
002340 01  WS-EXPPOLCY-EOF-SW          PIC X(01)   VALUE 'N'.
002350         88  WS-EXPPOLCY-EOF                      VALUE 'Y'.
002360         88  WS-EXPPOLCY-NOT-EOF                  VALUE 'N'.
002370 01  WS-ARCH-WRITTEN-SW          PIC X(01)   VALUE 'N'.
002380         88  WS-ARCH-WRITTEN                      VALUE 'Y'.
002390         88  WS-ARCH-NOT-WRITTEN                  VALUE 'N'.
002400 01  WS-ARCH-SCAN-SW             PIC X(01)   VALUE 'N'.
002410         88  WS-ARCH-SCAN-DONE                    VALUE 'Y'.
002420         88  WS-ARCH-SCAN-MORE                    VALUE 'N'.
002430
002440*----------------------------------------------------------------
002450*    COUNTERS FOR THE DISPOSITION SUMMARY
002460*----------------------------------------------------------------
002470 77  WS-APPROVED-COUNT           PIC 9(05)   COMP VALUE 0.
002480 77  WS-DENIED-COUNT             PIC 9(05)   COMP VALUE 0.
002490 77  WS-PENDING-COUNT            PIC 9(05)   COMP VALUE 0.
002500 77  WS-ESCALATED-COUNT          PIC 9(05)   COMP VALUE 0.
002510 77  WS-UNMATCHED-COUNT          PIC 9(05)   COMP VALUE 0.
002520 77  WS-REJECTED-DECIS-COUNT     PIC 9(05)   COMP VALUE 0.
002530 77  WS-REVERSAL-COUNT           PIC 9(05)   COMP VALUE 0.
002540 77  WS-PAYMENT-COUNT            PIC 9(05)   COMP VALUE 0.
002550 77  WS-BUDGET-HOLD-DONE-COUNT   PIC 9(05)   COMP VALUE 0.
002560 77  WS-TAXABLE-COUNT            PIC 9(05)   COMP VALUE 0.
002570 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
002580
002590*----------------------------------------------------------------
002600*    ESCALATION CONTROL - AN EXCEPTION STILL PENDING MORE THAN
002610*    WS-STALE-DAYS DAYS AFTER IT WAS WRITTEN IS ESCALATED ON
002620*    THE DISPOSITION REPORT.  DAY AGES ARE FIGURED FROM AN
002630*    APPROXIMATE DAY SERIAL (YEAR*365 + MONTH*31 + DAY) - CLOSE
002640*    ENOUGH FOR AN AGING THRESHOLD AND FREE OF CALENDAR TABLES.
002650*----------------------------------------------------------------
002660 77  WS-STALE-DAYS               PIC 9(03)   COMP VALUE 7.
002670 01  WS-RUN-DATE.
002680         05  WS-RUN-DATE-X               PIC X(08).
002690         05  WS-RUN-DATE-N REDEFINES WS-RUN-DATE-X.
002700             10  WS-RUN-YYYY         PIC 9(04).
002710             10  WS-RUN-MM           PIC 9(02).
002720             10  WS-RUN-DD           PIC 9(02).
002730 01  WS-WORK-DATE.
002740         05  WS-WORK-DATE-X              PIC X(08).
002750         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
002760             10  WS-WORK-YYYY        PIC 9(04).
002770             10  WS-WORK-MM          PIC 9(02).
002780             10  WS-WORK-DD          PIC 9(02).
002790 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
002800 01  WS-WORK-SERIAL              PIC 9(07)   COMP VALUE 0.
002810 01  WS-DAYS-PENDING             PIC S9(05)  COMP VALUE 0.
002820
002830*----------------------------------------------------------------
002840*    EXPENSE POLICY TABLE - LOADED FROM THE EXPPOLCY CONTROL
002850*    FILE.  A DENIAL WITH NO ARCHIVED GL DISTRIBUTION TAKES ITS
002860*    REVERSAL'S GL ACCOUNT FROM HERE, MATCHED ON THE EXCEPTION'S
002870*    TYPE NAME AT THE LATEST EFFECTIVE DATE NOT AFTER THE RUN
002880*    DATE.  A DAILY-MEALS EXCEPTION, OR A NAME NOT ON THE FILE,
002890*    REVERSES AGAINST THE TYPE 1 (DINNER) ACCOUNT, WHERE THE
002900*    BULK OF A MEAL DAY POSTS.
002910*----------------------------------------------------------------
002920 77  WS-POLICY-COUNT             PIC 9(03)   COMP VALUE 0.
002930 77  WS-MAX-POLICIES             PIC 9(03)   COMP VALUE 100.
002940 01  WS-POLICY-TABLE.
002950         05  WS-POL-ENTRY OCCURS 0 TO 100 TIMES
002960                          DEPENDING ON WS-POLICY-COUNT
002970                          INDEXED BY POI.
002980             10  WS-POL-TYPE         PIC 9(01).
002990             10  WS-POL-EFF-DATE     PIC X(08).
003000             10  WS-POL-TYPE-NAME    PIC X(11).
003010             10  WS-POL-GL-ACCT      PIC X(08).
003020 01  WS-POL-NAME-DATE            PIC X(08)   VALUE SPACES.
003030 01  WS-POL-NAME-GL              PIC X(08)   VALUE SPACES.
003040 01  WS-POL-TYPE1-DATE           PIC X(08)   VALUE SPACES.
003050 01  WS-POL-TYPE1-GL             PIC X(08)   VALUE SPACES.
003060 01  WS-POLICY-GL-ACCT           PIC X(08)   VALUE SPACES.
003070
003080*----------------------------------------------------------------
003090*    APPROVER AUTHORITY TABLE - LOADED FROM THE EXPAPPRV MASTER.
003100*    EVERY DECISION IS VALIDATED AGAINST IT BEFORE IT IS ACTED
003110*    ON; AN ID NOT ON THE MASTER MAY STILL ACT AS THE DELEGATE
003120*    OF AN ACTIVE APPROVER BETWEEN THE DELEGATION DATES, WITH
003130*    THE DELEGATOR'S SCOPE AND LIMIT.
003140*----------------------------------------------------------------
003150 77  WS-APPROVER-COUNT           PIC 9(03)   COMP VALUE 0.
003160 77  WS-MAX-APPROVERS            PIC 9(03)   COMP VALUE 100.
003170 01  WS-APR-TABLE.
003180         05  WS-APR-ENTRY OCCURS 0 TO 100 TIMES
003190                          DEPENDING ON WS-APPROVER-COUNT
003200                          INDEXED BY AI.
003210             10  WS-APR-ID           PIC X(08).
003220             10  WS-APR-DEPT         PIC X(10).
003230             10  WS-APR-LIMIT        PIC 9(08)V99.
003240             10  WS-APR-STATUS       PIC X(01).
003250             10  WS-APR-DELEGATE     PIC X(08).
003260             10  WS-APR-DELEG-START  PIC X(08).
003270             10  WS-APR-DELEG-END    PIC X(08).
003280             10  WS-APR-ROLE         PIC X(01).
003290
003300*----------------------------------------------------------------
003310*    DECISION VALIDATION WORK AREAS - THE ACTING APPROVER'S
003320*    SCOPE, LIMIT, AND STATUS (OWN RECORD OR THE DELEGATOR'S),
003330*    THE CLAIMING EMPLOYEE'S DEPARTMENT, AND THE EXPDECRJ REASON
003340*    CODE WHEN THE DECISION FAILS.  SPACES MEANS THE DECISION
003350*    PASSED.
003360*----------------------------------------------------------------
003370 01  WS-ACT-FOUND-SW             PIC X(01)   VALUE 'N'.
003380         88  WS-ACT-FOUND                         VALUE 'Y'.
003390         88  WS-ACT-NOT-FOUND                     VALUE 'N'.
003400 01  WS-ACT-DEPT                 PIC X(10)   VALUE SPACES.
003410 01  WS-ACT-LIMIT                PIC 9(08)V99      VALUE 0.
003420 01  WS-ACT-STATUS               PIC X(01)   VALUE SPACE.
003430 01  WS-ACT-ROLE                 PIC X(01)   VALUE SPACE.
003440 01  WS-CLAIM-DEPT               PIC X(10)   VALUE SPACES.
003450 01  WS-CLAIM-DEPT-KNOWN-SW      PIC X(01)   VALUE 'N'.
003460         88  WS-CLAIM-DEPT-KNOWN                  VALUE 'Y'.
003470         88  WS-CLAIM-DEPT-UNKNOWN                VALUE 'N'.
003480 01  WS-EMP-ID-PADDED            PIC X(08)   VALUE SPACES.
003490 01  WS-DECIS-REJECT-REASON      PIC X(02)   VALUE SPACES.
003500
003510*----------------------------------------------------------------
003520*    EXCEPTION TABLE - THE DAY'S EXPEXCP GENERATION IS LOADED
003530*    HERE, DECISIONS ARE MATCHED AGAINST IT, AND THE DISPOSITION
003540*    PASS READS IT BACK OUT.  STATUS IS P UNTIL A DECISION
003550*    MATCHES, THEN A OR D FROM THE DECISION RECORD.  THE
003560*    PER-REPORT ADVANCE OFFSET RIDES THE REPORT'S FIRST ROW AS
003570*    WS-XCP-ADV-REMAIN AND IS DRAWN DOWN AS PAYMENTS RELEASE AND
003580*    AS DENIALS GIVE IT BACK TO THE ADVANCE LEDGER.  THE HOLD
003590*    SEQUENCE TIES A ROW TO ITS GL DISTRIBUTION ON THE ARCHIVE.
003600*----------------------------------------------------------------
003610 77  WS-EXCP-COUNT               PIC 9(03)   COMP VALUE 0.
003620 77  WS-MAX-EXCPS                PIC 9(03)   COMP VALUE 500.
003630 77  WS-PREV-EXCP-REPORT-NO      PIC 9(06)        VALUE 0.
003640 01  WS-EXCP-TABLE.
003650         05  WS-EXCP-ENTRY OCCURS 0 TO 500 TIMES
003660                           DEPENDING ON WS-EXCP-COUNT
003670                           INDEXED BY XI XJ XK.
003680             10  WS-XCP-EMP-ID       PIC X(06).
003690             10  WS-XCP-EMP-NAME     PIC X(20).
003700             10  WS-XCP-REPORT-NO    PIC 9(06).
003710             10  WS-XCP-TYPE-NAME    PIC X(11).
003720             10  WS-XCP-AMOUNT       PIC 9(08)V99.
003730             10  WS-XCP-DATE         PIC X(08).
003740             10  WS-XCP-STATUS       PIC X(01).
003750                 88  WS-XCP-PENDING               VALUE 'P'.
003760                 88  WS-XCP-APPROVED              VALUE 'A'.
003770                 88  WS-XCP-DENIED                VALUE 'D'.
003780             10  WS-XCP-APPROVER     PIC X(08).
003790             10  WS-XCP-ADV-REMAIN   PIC 9(08)V99.
003800             10  WS-XCP-TAX-CODE     PIC X(01).
003810             10  WS-XCP-TAXABLE      PIC 9(08)V99.
003820             10  WS-XCP-HOLD-SEQ     PIC 9(03).
003830             10  WS-XCP-DEPARTMENT   PIC X(10).
003840             10  WS-XCP-BUDGET-CC    PIC X(08).
003850 01  WS-RELEASE-AMOUNT           PIC 9(08)V99     VALUE 0.
003860
003870*----------------------------------------------------------------
003880*    DISPOSITION REPORT WORK AREAS
003890*----------------------------------------------------------------
003900 01  WS-STATUS-TEXT              PIC X(10).
003910 01  WS-PAY-REF.
003920         05  WS-PAY-REF-SOURCE           PIC X(02).
003930         05  WS-PAY-REF-REPORT           PIC 9(06).
003940         05  WS-PAY-REF-DATE             PIC X(08).
003950 01  WS-ESC-TEXT                 PIC X(18).
003960 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
003970 01  WS-REPORT-NO-FMT            PIC Z(05)9.
003980 01  WS-COUNT-FMT                PIC Z(04)9.
003990 01  WS-DAYS-FMT                 PIC Z(04)9.
004000
004010*----------------------------------------------------------------
004020*    DEPARTMENT BUDGET MAINTENANCE - A DECIDED OVER-BUDGET HOLD
004030*    COMES OFF THE HELD FIGURES OF THE EXPBUDG RECORD THE REPORT
004040*    RUN NAMED ON IT, AND EACH DENIAL REVERSAL COMES OFF THE
004050*    ACTUAL OF THE ACCOUNT IT POSTS TO, ON THE EXPBUDG RECORD FOR
004060*    THE DEPARTMENT, THE COST CENTER IT POSTS TO, AND THE MONTH
004070*    THE EXCEPTION WAS WRITTEN.
004080*----------------------------------------------------------------
004090 01  WS-BUDGET-HOLD-NAME         PIC X(11)   VALUE 'Over Budget'.
004100 77  WS-MAX-BUD-ACCTS            PIC 9(03)   COMP VALUE 10.
004110 77  WS-BUD-SUB                  PIC 9(03)   COMP VALUE 0.
004120 77  WS-BUD-MATCH-SUB            PIC 9(03)   COMP VALUE 0.
004130 01  WS-BUD-FOUND-SW             PIC X(01)   VALUE 'N'.
004140         88  WS-BUD-FOUND                         VALUE 'Y'.
004150         88  WS-BUD-NOT-FOUND                     VALUE 'N'.
004160
004170*----------------------------------------------------------------
004180*    DENIAL REVERSAL WORK AREAS - ONE REVERSAL'S AMOUNT, COST
004190*    CENTER, AND PROJECT, AND THE DEPARTMENT AND COST CENTER OF
004200*    THE BUDGET RECORD IT COMES OFF.  A DENIAL WHOSE HOLD HAS
004210*    NO GL DISTRIBUTION ON THE ARCHIVE REVERSES AS ONE AMOUNT.
004220*----------------------------------------------------------------
004230 77  WS-DST-FOUND-COUNT          PIC 9(05)   COMP VALUE 0.
004240 01  WS-REV-AMOUNT               PIC 9(08)V99     VALUE 0.
004250 01  WS-REV-COST-CENTER          PIC X(08)   VALUE SPACES.
004260 01  WS-REV-PROJECT              PIC X(08)   VALUE SPACES.
004270 01  WS-REV-BUD-DEPT             PIC X(10)   VALUE SPACES.
004280 01  WS-REV-BUD-CC               PIC X(08)   VALUE SPACES.
004290
004300*----------------------------------------------------------------
004310*    ADVANCE GIVE-BACK - THE REPORT RUN SETTLED THE REPORT'S CASH
004320*    ADVANCES AGAINST ITS WHOLE TOTAL, HELD AMOUNTS INCLUDED, AND
004330*    STAMPED THE PART OF THE ADVANCE RESTING ON THE QUEUE AS THE
004340*    EXCEPTIONS' ADVANCE OFFSET.  A DENIAL GIVES BACK WHAT OF THE
004350*    OFFSET THE REPORT'S OTHER UNDECIDED AND UNRELEASED
004360*    EXCEPTIONS CANNOT ABSORB, UP TO THE DENIED AMOUNT, AND
004370*    TAKES IT OFF THE SETTLED AMOUNT OF THE REPORT'S ADVANCES
004380*    ON THE EXPADVL LEDGER IN THE ORDER THE ARCHIVE CARRIES THEM.
004390*----------------------------------------------------------------
004400 01  WS-ADV-OTHER-HELD           PIC 9(09)V99     VALUE 0.
004410 01  WS-ADV-GIVE-BACK            PIC 9(08)V99     VALUE 0.
004420 01  WS-ADV-GIVE-ONE             PIC 9(08)V99     VALUE 0.
004430 01  WS-ADV-BALANCE              PIC S9(09)V99    VALUE 0.
004440
004450*----------------------------------------------------------------
004460*    TAXABLE REIMBURSEMENT CLASSIFICATION - A RELEASED PAYMENT
004470*    IS TAXABLE IN FULL WHEN ITS REPORT WAS A LATE CLAIM (TAX
004480*    CODE L), AND UP TO THE AMOUNT OVER THE PER-DIEM WHEN IT
004490*    RELEASES A DAILY MEALS DAY (TAX CODE M).  THE TAXABLE PART
004500*    NEVER EXCEEDS WHAT THE PAYMENT ACTUALLY RELEASES.  THE
004510*    PAYROLL PAY PERIOD IS SEMI-MONTHLY - 01 FOR JANUARY
004520*    1ST-15TH THROUGH 24 FOR DECEMBER 16TH-31ST.
004530*----------------------------------------------------------------
004540 01  WS-TAXABLE-AMOUNT           PIC 9(08)V99     VALUE 0.
004550 01  WS-TAX-PAY-PERIOD.
004560         05  WS-TAX-PAY-YEAR             PIC X(04).
004570         05  WS-TAX-PAY-PERIOD-NO        PIC 9(02).
004580
004590 PROCEDURE DIVISION.
004600 0000-MAINLINE.
004610     PERFORM 1000-INITIALIZE
004620         THRU 1000-EXIT
004630     PERFORM 2000-APPLY-DECISIONS
004640         THRU 2000-EXIT
004650         UNTIL WS-EXPDECIS-EOF
004660     PERFORM 3000-WRITE-DISPOSITION
004670         THRU 3000-EXIT
004680     PERFORM 3900-PRINT-APPROVAL-SUMMARY
004690         THRU 3900-EXIT
004700     PERFORM 9999-TERMINATE
004710         THRU 9999-EXIT
004720     STOP RUN.
004730
004740*****************************************************************
004750*  1000-INITIALIZE
004760*      OPEN THE FILES, PICK UP THE RUN DATE FOR THE AGING
004770*      CHECK, LOAD THE DAY'S EXCEPTIONS, AND PRIME THE FIRST
004780*      READ OF THE DECISION FILE.
004790*****************************************************************
004800 1000-INITIALIZE.
004810     OPEN INPUT EXPEXCP
004820     OPEN INPUT EXPDECIS
004830     OPEN OUTPUT EXPGLRV
004840     OPEN OUTPUT EXPAPRPT
004850     OPEN OUTPUT EXPPAY
004860     OPEN OUTPUT EXPDECRJ
004870     OPEN I-O EXPBUDG
004880     OPEN OUTPUT EXPTAXX
004890     OPEN I-O EXPARCH
004900     OPEN I-O EXPADVL
004910*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
004920*    THE SYSTEM CLOCK, SO AGING AND PAYMENT REFERENCES STAY ON
004930*    THE BUSINESS DAY BEING WORKED.
004940     OPEN INPUT EXPRNCTL
004950     READ EXPRNCTL
004960         AT END
004970             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
004980                 TO WS-ABEND-MSG
004990             GO TO 9000-ABEND
005000     END-READ
005010     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE-X
005020     CLOSE EXPRNCTL
005030     COMPUTE WS-RUN-SERIAL =
005040         WS-RUN-YYYY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
005050     MOVE WS-RUN-DATE-X(1:4) TO WS-TAX-PAY-YEAR
005060     COMPUTE WS-TAX-PAY-PERIOD-NO = (WS-RUN-MM - 1) * 2 + 1
005070     IF WS-RUN-DD > 15
005080         ADD 1 TO WS-TAX-PAY-PERIOD-NO
005090     END-IF
005100     MOVE SPACES TO EXPAPRPT-LINE
005110     STRING 'Approval Dispositions - ' DELIMITED BY SIZE
005120            WS-RUN-DATE-X DELIMITED BY SIZE
005130            INTO EXPAPRPT-LINE
005140     WRITE EXPAPRPT-RECORD
005150     MOVE SPACES TO EXPAPRPT-LINE
005160     WRITE EXPAPRPT-RECORD
005170     PERFORM 1010-LOAD-APPROVERS
005180         THRU 1010-EXIT
005190     PERFORM 1020-OPEN-EMP-MASTER
005200         THRU 1020-EXIT
005210     PERFORM 1030-LOAD-POLICY
005220         THRU 1030-EXIT
005230     PERFORM 1050-LOAD-EXCEPTIONS
005240         THRU 1050-EXIT
005250     PERFORM 1100-READ-EXPDECIS
005260         THRU 1100-EXIT.
005270 1000-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*  1010-LOAD-APPROVERS
005320*      OPEN THE APPROVER AUTHORITY MASTER AND LOAD
005330*      WS-APR-TABLE WITH ONE ENTRY PER APPROVER.
005340*****************************************************************
005350 1010-LOAD-APPROVERS.
005360     OPEN INPUT EXPAPPRV
005370     MOVE 0 TO WS-APPROVER-COUNT
005380     SET AI TO 1
005390     PERFORM 1015-LOAD-ONE-APPROVER
005400         THRU 1015-EXIT
005410         UNTIL WS-EXPAPPRV-EOF
005420     CLOSE EXPAPPRV
005430     IF WS-APPROVER-COUNT = 0
005440         MOVE 'APPROVER MASTER FILE IS EMPTY' TO WS-ABEND-MSG
005450         GO TO 9000-ABEND
005460     END-IF.
005470 1010-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*  1015-LOAD-ONE-APPROVER
005520*      READ ONE EXPAPPRV RECORD AND MOVE IT INTO THE NEXT ROW
005530*      OF WS-APR-TABLE.
005540*****************************************************************
005550 1015-LOAD-ONE-APPROVER.
005560     READ EXPAPPRV
005570         AT END
005580             SET WS-EXPAPPRV-EOF TO TRUE
005590             GO TO 1015-EXIT
005600     END-READ
005610     IF AI > WS-MAX-APPROVERS
005620         MOVE 'APPROVER TABLE FULL' TO WS-ABEND-MSG
005630         GO TO 9000-ABEND
005640     END-IF
005650     MOVE EXPAPPRV-APPROVER-ID TO WS-APR-ID(AI)
005660     MOVE EXPAPPRV-DEPARTMENT  TO WS-APR-DEPT(AI)
005670     MOVE EXPAPPRV-AUTH-LIMIT  TO WS-APR-LIMIT(AI)
005680     MOVE EXPAPPRV-STATUS      TO WS-APR-STATUS(AI)
005690     MOVE EXPAPPRV-DELEGATE-ID TO WS-APR-DELEGATE(AI)
005700     MOVE EXPAPPRV-DELEG-START TO WS-APR-DELEG-START(AI)
005710     MOVE EXPAPPRV-DELEG-END   TO WS-APR-DELEG-END(AI)
005720     MOVE EXPAPPRV-ROLE        TO WS-APR-ROLE(AI)
005730     ADD 1 TO WS-APPROVER-COUNT
005740     SET AI UP BY 1.
005750 1015-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*  1020-OPEN-EMP-MASTER
005800*      OPEN THE KEYED EMPLOYEE MASTER.  THE DEPARTMENT-SCOPE
005810*      CHECK READS IT DIRECTLY BY EMPLOYEE ID, SO THERE IS NO
005820*      TABLE TO LOAD AND NO EMPLOYEE-COUNT CEILING.
005830*****************************************************************
005840 1020-OPEN-EMP-MASTER.
005850     OPEN INPUT EXPMAST.
005860 1020-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900*  1030-LOAD-POLICY
005910*      OPEN THE EXPENSE POLICY CONTROL FILE AND LOAD
005920*      WS-POLICY-TABLE WITH THE TYPE, EFFECTIVE DATE, TYPE
005930*      NAME, AND GL ACCOUNT OF EVERY RECORD ON THE FILE.
005940*****************************************************************
005950 1030-LOAD-POLICY.
005960     OPEN INPUT EXPPOLCY
005970     MOVE 0 TO WS-POLICY-COUNT
005980     SET POI TO 1
005990     PERFORM 1040-LOAD-ONE-POLICY
006000         THRU 1040-EXIT
006010         UNTIL WS-EXPPOLCY-EOF
006020     CLOSE EXPPOLCY
006030     IF WS-POLICY-COUNT = 0
006040         MOVE 'EXPENSE POLICY FILE IS EMPTY' TO WS-ABEND-MSG
006050         GO TO 9000-ABEND
006060     END-IF.
006070 1030-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110*  1040-LOAD-ONE-POLICY
006120*      READ ONE EXPPOLCY RECORD AND MOVE IT INTO THE NEXT ROW
006130*      OF WS-POLICY-TABLE.
006140*****************************************************************
006150 1040-LOAD-ONE-POLICY.
006160     READ EXPPOLCY
006170         AT END
006180             SET WS-EXPPOLCY-EOF TO TRUE
006190             GO TO 1040-EXIT
006200     END-READ
006210     IF POI > WS-MAX-POLICIES
006220         MOVE 'EXPENSE POLICY TABLE FULL' TO WS-ABEND-MSG
006230         GO TO 9000-ABEND
006240     END-IF
006250     MOVE EXPPOLCY-TYPE       TO WS-POL-TYPE(POI)
006260     MOVE EXPPOLCY-EFF-DATE   TO WS-POL-EFF-DATE(POI)
006270     MOVE EXPPOLCY-TYPE-NAME  TO WS-POL-TYPE-NAME(POI)
006280     MOVE EXPPOLCY-GL-ACCOUNT TO WS-POL-GL-ACCT(POI)
006290     ADD 1 TO WS-POLICY-COUNT
006300     SET POI UP BY 1.
006310 1040-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350*  1050-LOAD-EXCEPTIONS
006360*      LOAD THE DAY'S EXCEPTION GENERATION INTO WS-EXCP-TABLE,
006370*      EVERY ENTRY STARTING AS STILL-PENDING.
006380*****************************************************************
006390 1050-LOAD-EXCEPTIONS.
006400     MOVE 0 TO WS-EXCP-COUNT
006410     SET XI TO 1
006420     PERFORM 1060-LOAD-ONE-EXCEPTION
006430         THRU 1060-EXIT
006440         UNTIL WS-EXPEXCP-EOF
006450     CLOSE EXPEXCP.
006460 1050-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500*  1060-LOAD-ONE-EXCEPTION
006510*      READ ONE EXCEPTION RECORD AND MOVE IT INTO THE NEXT ROW
006520*      OF WS-EXCP-TABLE.  A REPORT'S EXCEPTIONS ARRIVE TOGETHER
006530*      AND EVERY ONE CARRIES THE SAME PER-REPORT ADVANCE
006540*      OFFSET, SO ONLY THE REPORT'S FIRST ROW KEEPS IT - THE
006550*      OFFSET MUST COME OFF THE RELEASED PAYMENTS ONCE, NOT
006560*      ONCE PER EXCEPTION.
006570*****************************************************************
006580 1060-LOAD-ONE-EXCEPTION.
006590     READ EXPEXCP
006600         AT END
006610             SET WS-EXPEXCP-EOF TO TRUE
006620             GO TO 1060-EXIT
006630     END-READ
006640     IF XI > WS-MAX-EXCPS
006650         MOVE 'EXCEPTION TABLE FULL' TO WS-ABEND-MSG
006660         GO TO 9000-ABEND
006670     END-IF
006680     MOVE EXPEXCP-EMP-ID         TO WS-XCP-EMP-ID(XI)
006690     MOVE EXPEXCP-EMP-NAME       TO WS-XCP-EMP-NAME(XI)
006700     MOVE EXPEXCP-REPORT-NO      TO WS-XCP-REPORT-NO(XI)
006710     MOVE EXPEXCP-TYPE-NAME      TO WS-XCP-TYPE-NAME(XI)
006720     MOVE EXPEXCP-AMOUNT         TO WS-XCP-AMOUNT(XI)
006730     MOVE EXPEXCP-EXCEPTION-DATE TO WS-XCP-DATE(XI)
006740     MOVE 'P'                    TO WS-XCP-STATUS(XI)
006750     MOVE SPACES                 TO WS-XCP-APPROVER(XI)
006760     MOVE EXPEXCP-TAX-CODE       TO WS-XCP-TAX-CODE(XI)
006770*    RECORDS WRITTEN BEFORE THE TAX FIELDS EXISTED CARRY SPACES
006780*    THERE AND RELEASE AS NON-TAXABLE.
006790     IF EXPEXCP-TAXABLE-AMT IS NOT NUMERIC
006800         MOVE 0 TO WS-XCP-TAXABLE(XI)
006810     ELSE
006820         MOVE EXPEXCP-TAXABLE-AMT TO WS-XCP-TAXABLE(XI)
006830     END-IF
006840*    RECORDS WRITTEN BEFORE THE HOLD SEQUENCE EXISTED CARRY
006850*    SPACES THERE, AND ZERO MEANS NO GL DISTRIBUTION TO READ.
006860     IF EXPEXCP-HOLD-SEQ IS NOT NUMERIC
006870         MOVE 0 TO WS-XCP-HOLD-SEQ(XI)
006880     ELSE
006890         MOVE EXPEXCP-HOLD-SEQ TO WS-XCP-HOLD-SEQ(XI)
006900     END-IF
006910     MOVE EXPEXCP-DEPARTMENT         TO WS-XCP-DEPARTMENT(XI)
006920     MOVE EXPEXCP-BUDGET-COST-CENTER TO WS-XCP-BUDGET-CC(XI)
006930*    RECORDS WRITTEN BEFORE THE OFFSET FIELD EXISTED CARRY
006940*    SPACES THERE - TREAT ANYTHING NOT NUMERIC AS NO OFFSET
006950*    RATHER THAN LETTING IT POISON THE ARITHMETIC.
006960     IF EXPEXCP-REPORT-NO = WS-PREV-EXCP-REPORT-NO
006970         MOVE 0 TO WS-XCP-ADV-REMAIN(XI)
006980     ELSE
006990         IF EXPEXCP-ADV-OFFSET IS NOT NUMERIC
007000             MOVE 0 TO WS-XCP-ADV-REMAIN(XI)
007010         ELSE
007020             MOVE EXPEXCP-ADV-OFFSET TO WS-XCP-ADV-REMAIN(XI)
007030         END-IF
007040     END-IF
007050     MOVE EXPEXCP-REPORT-NO TO WS-PREV-EXCP-REPORT-NO
007060     ADD 1 TO WS-EXCP-COUNT
007070     SET XI UP BY 1.
007080 1060-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120*  1100-READ-EXPDECIS
007130*      READ THE NEXT MANAGER DECISION RECORD.
007140*****************************************************************
007150 1100-READ-EXPDECIS.
007160     READ EXPDECIS
007170         AT END
007180             SET WS-EXPDECIS-EOF TO TRUE
007190     END-READ.
007200 1100-EXIT.
007210     EXIT.
007220
007230*****************************************************************
007240*  2000-APPLY-DECISIONS
007250*      MATCH THE DECISION RECORD ALREADY IN THE EXPDECIS BUFFER
007260*      TO ITS STILL-PENDING EXCEPTION AND RECORD THE DECISION
007270*      AGAINST IT.  A DECISION WITH NO MATCHING EXCEPTION, OR
007280*      WITH A DECISION CODE OTHER THAN A OR D, IS REPORTED FOR
007290*      FOLLOW-UP AND OTHERWISE IGNORED.  A MATCHED DECISION IS
007300*      VALIDATED AGAINST THE APPROVER AUTHORITY MASTER FIRST -
007310*      ONE THAT FAILS IS DIVERTED, REASON-CODED, TO THE
007320*      REJECTED-DECISIONS FILE AND ITS EXCEPTION STAYS PENDING.
007330*****************************************************************
007340 2000-APPLY-DECISIONS.
007350     IF NOT EXPDECIS-APPROVED AND NOT EXPDECIS-DENIED
007360         MOVE EXPDECIS-REPORT-NO TO WS-REPORT-NO-FMT
007370         MOVE SPACES TO EXPAPRPT-LINE
007380         STRING 'Invalid decision code - Report '
007390                    DELIMITED BY SIZE
007400                WS-REPORT-NO-FMT DELIMITED BY SIZE
007410                ' Employee ' DELIMITED BY SIZE
007420                EXPDECIS-EMP-ID DELIMITED BY SIZE
007430                INTO EXPAPRPT-LINE
007440         WRITE EXPAPRPT-RECORD
007450         ADD 1 TO WS-UNMATCHED-COUNT
007460         GO TO 2000-READ
007470     END-IF
007480     SET XI TO 1
007490     SEARCH WS-EXCP-ENTRY
007500         AT END
007510             MOVE EXPDECIS-REPORT-NO TO WS-REPORT-NO-FMT
007520             MOVE SPACES TO EXPAPRPT-LINE
007530             STRING 'Decision without matching exception - '
007540                        DELIMITED BY SIZE
007550                    'Report ' DELIMITED BY SIZE
007560                    WS-REPORT-NO-FMT DELIMITED BY SIZE
007570                    ' Employee ' DELIMITED BY SIZE
007580                    EXPDECIS-EMP-ID DELIMITED BY SIZE
007590                    INTO EXPAPRPT-LINE
007600             WRITE EXPAPRPT-RECORD
007610             ADD 1 TO WS-UNMATCHED-COUNT
007620         WHEN WS-XCP-REPORT-NO(XI) = EXPDECIS-REPORT-NO
007630             AND WS-XCP-EMP-ID(XI) = EXPDECIS-EMP-ID
007640             AND WS-XCP-TYPE-NAME(XI) = EXPDECIS-TYPE-NAME
007650             AND WS-XCP-AMOUNT(XI) = EXPDECIS-AMOUNT
007660             AND WS-XCP-PENDING(XI)
007670                 PERFORM 2060-VALIDATE-APPROVER
007680                     THRU 2060-EXIT
007690                 IF WS-DECIS-REJECT-REASON = SPACES
007700                     MOVE EXPDECIS-DECISION
007710                         TO WS-XCP-STATUS(XI)
007720                     MOVE EXPDECIS-APPROVER-ID
007730                         TO WS-XCP-APPROVER(XI)
007740                 ELSE
007750                     PERFORM 2080-REJECT-DECISION
007760                         THRU 2080-EXIT
007770                 END-IF
007780     END-SEARCH.
007790 2000-READ.
007800     PERFORM 1100-READ-EXPDECIS
007810         THRU 1100-EXIT.
007820 2000-EXIT.
007830     EXIT.
007840
007850*****************************************************************
007860*  2060-VALIDATE-APPROVER
007870*      VALIDATE THE DECISION IN THE EXPDECIS BUFFER, MATCHED TO
007880*      THE EXCEPTION AT XI, AGAINST THE APPROVER AUTHORITY
007890*      MASTER.  LEAVES WS-DECIS-REJECT-REASON AT SPACES WHEN THE
007900*      DECISION MAY BE ACTED ON, OTHERWISE THE EXPDECRJ REASON
007910*      CODE.  AN ID NOT ON THE MASTER IS GIVEN A CHANCE AS THE
007920*      DELEGATE OF AN ACTIVE APPROVER WHOSE DELEGATION DATES
007930*      COVER THE RUN DATE, ACTING WITH THE DELEGATOR'S SCOPE AND
007940*      LIMIT.  AN OVER-BUDGET HOLD NEEDS AN APPROVER ACTING AS
007950*      A CONTROLLER.
007960*****************************************************************
007970 2060-VALIDATE-APPROVER.
007980     MOVE SPACES TO WS-DECIS-REJECT-REASON
007990     SET WS-ACT-NOT-FOUND TO TRUE
008000     SET AI TO 1
008010     SEARCH WS-APR-ENTRY
008020         AT END
008030             CONTINUE
008040         WHEN WS-APR-ID(AI) = EXPDECIS-APPROVER-ID
008050             SET WS-ACT-FOUND TO TRUE
008060             MOVE WS-APR-DEPT(AI)   TO WS-ACT-DEPT
008070             MOVE WS-APR-LIMIT(AI)  TO WS-ACT-LIMIT
008080             MOVE WS-APR-STATUS(AI) TO WS-ACT-STATUS
008090             MOVE WS-APR-ROLE(AI)   TO WS-ACT-ROLE
008100     END-SEARCH
008110     IF WS-ACT-NOT-FOUND
008120         PERFORM 2065-FIND-DELEGATOR
008130             THRU 2065-EXIT
008140             VARYING AI FROM 1 BY 1
008150             UNTIL AI > WS-APPROVER-COUNT
008160     END-IF
008170     IF WS-ACT-NOT-FOUND
008180         MOVE '31' TO WS-DECIS-REJECT-REASON
008190         GO TO 2060-EXIT
008200     END-IF
008210     IF WS-ACT-STATUS NOT = 'A'
008220         MOVE '32' TO WS-DECIS-REJECT-REASON
008230         GO TO 2060-EXIT
008240     END-IF
008250     IF WS-XCP-TYPE-NAME(XI) = WS-BUDGET-HOLD-NAME
008260         AND WS-ACT-ROLE NOT = 'C'
008270             MOVE '36' TO WS-DECIS-REJECT-REASON
008280             GO TO 2060-EXIT
008290     END-IF
008300     MOVE SPACES TO WS-EMP-ID-PADDED
008310     MOVE WS-XCP-EMP-ID(XI) TO WS-EMP-ID-PADDED(1:6)
008320     IF EXPDECIS-APPROVER-ID = WS-EMP-ID-PADDED
008330         MOVE '35' TO WS-DECIS-REJECT-REASON
008340         GO TO 2060-EXIT
008350     END-IF
008360     IF EXPDECIS-AMOUNT > WS-ACT-LIMIT
008370         MOVE '33' TO WS-DECIS-REJECT-REASON
008380         GO TO 2060-EXIT
008390     END-IF
008400*    A BLANK SCOPE ON THE MASTER MEANS COMPANY-WIDE AUTHORITY.
008410*    AN EMPLOYEE NO LONGER ON THE MASTER HAS NO KNOWN HOME
008420*    DEPARTMENT TO CHECK AGAINST, SO THE SCOPE CHECK IS LET
008430*    PASS RATHER THAN GUESSED AT.
008440     IF WS-ACT-DEPT = SPACES
008450         GO TO 2060-EXIT
008460     END-IF
008470     MOVE SPACES TO WS-CLAIM-DEPT
008480     SET WS-CLAIM-DEPT-UNKNOWN TO TRUE
008490     MOVE WS-XCP-EMP-ID(XI) TO EXPMAST-EMP-ID
008500     READ EXPMAST
008510         INVALID KEY
008520             CONTINUE
008530         NOT INVALID KEY
008540             SET WS-CLAIM-DEPT-KNOWN TO TRUE
008550             MOVE EXPMAST-DEPARTMENT TO WS-CLAIM-DEPT
008560     END-READ
008570     IF WS-CLAIM-DEPT-KNOWN
008580         AND WS-CLAIM-DEPT NOT = WS-ACT-DEPT
008590             MOVE '34' TO WS-DECIS-REJECT-REASON
008600     END-IF.
008610 2060-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650*  2065-FIND-DELEGATOR
008660*      LOOK AT ONE APPROVER MASTER ROW - AN ACTIVE APPROVER
008670*      DELEGATING TO THE DECISION'S ID, WITH THE RUN DATE INSIDE
008680*      THE DELEGATION DATES, LENDS THE DECISION THEIR SCOPE,
008690*      LIMIT, AND ROLE.
008700*****************************************************************
008710 2065-FIND-DELEGATOR.
008720     IF WS-APR-DELEGATE(AI) = EXPDECIS-APPROVER-ID
008730         AND WS-APR-DELEGATE(AI) NOT = SPACES
008740         AND WS-APR-STATUS(AI) = 'A'
008750         AND WS-APR-DELEG-START(AI) NOT > WS-RUN-DATE-X
008760         AND WS-APR-DELEG-END(AI) NOT < WS-RUN-DATE-X
008770             SET WS-ACT-FOUND TO TRUE
008780             MOVE WS-APR-DEPT(AI)   TO WS-ACT-DEPT
008790             MOVE WS-APR-LIMIT(AI)  TO WS-ACT-LIMIT
008800             MOVE WS-APR-STATUS(AI) TO WS-ACT-STATUS
008810             MOVE WS-APR-ROLE(AI)   TO WS-ACT-ROLE
008820     END-IF.
008830 2065-EXIT.
008840     EXIT.
008850
008860*****************************************************************
008870*  2080-REJECT-DECISION
008880*      THE DECISION FAILED THE AUTHORITY VALIDATION - WRITE ITS
008890*      UNCHANGED IMAGE TO THE REJECTED-DECISIONS FILE WITH THE
008900*      REASON CODE, REPORT IT ON THE DISPOSITION REPORT, AND
008910*      LEAVE THE EXCEPTION PENDING.
008920*****************************************************************
008930 2080-REJECT-DECISION.
008940     ADD 1 TO WS-REJECTED-DECIS-COUNT
008950     MOVE WS-DECIS-REJECT-REASON TO EXPDECRJ-REASON-CODE
008960     MOVE EXPDECIS-RECORD        TO EXPDECRJ-DECIS-IMAGE
008970     WRITE EXPDECRJ-RECORD
008980     MOVE EXPDECIS-REPORT-NO TO WS-REPORT-NO-FMT
008990     MOVE SPACES TO EXPAPRPT-LINE
009000     STRING 'Decision rejected - reason ' DELIMITED BY SIZE
009010            WS-DECIS-REJECT-REASON DELIMITED BY SIZE
009020            ' - Report ' DELIMITED BY SIZE
009030            WS-REPORT-NO-FMT DELIMITED BY SIZE
009040            ' Approver ' DELIMITED BY SIZE
009050            EXPDECIS-APPROVER-ID DELIMITED BY SIZE
009060            INTO EXPAPRPT-LINE
009070     WRITE EXPAPRPT-RECORD.
009080 2080-EXIT.
009090     EXIT.
009100
009110*****************************************************************
009120*  3000-WRITE-DISPOSITION
009130*      WRITE THE DISPOSITION REPORT - ONE LINE PER EXCEPTION
009140*      SHOWING APPROVED, DENIED, PENDING, OR ESCALATED - AND
009150*      THE GL REVERSAL RECORD FOR EACH DENIED AMOUNT.
009160*****************************************************************
009170 3000-WRITE-DISPOSITION.
009180     IF WS-EXCP-COUNT > 0
009190         SET XI TO 1
009200         PERFORM 3100-DISPOSE-ONE
009210             THRU 3100-EXIT
009220             UNTIL XI > WS-EXCP-COUNT
009230     END-IF.
009240 3000-EXIT.
009250     EXIT.
009260
009270*****************************************************************
009280*  3100-DISPOSE-ONE
009290*      WRITE THE DISPOSITION LINE FOR ONE EXCEPTION TABLE ENTRY
009300*      AND, FOR A DENIED AMOUNT, ITS GL REVERSAL RECORD.  AN
009310*      ENTRY STILL PENDING PAST THE ESCALATION AGE IS FLAGGED.
009320*****************************************************************
009330 3100-DISPOSE-ONE.
009340     EVALUATE TRUE
009350         WHEN WS-XCP-APPROVED(XI)
009360             ADD 1 TO WS-APPROVED-COUNT
009370             MOVE 'Approved  ' TO WS-STATUS-TEXT
009380             PERFORM 3250-WRITE-APPROVED-PAYMENT
009390                 THRU 3250-EXIT
009400             PERFORM 3300-UPDATE-BUDGET
009410                 THRU 3300-EXIT
009420             PERFORM 3400-ARCHIVE-DECISION
009430                 THRU 3400-EXIT
009440         WHEN WS-XCP-DENIED(XI)
009450             ADD 1 TO WS-DENIED-COUNT
009460             MOVE 'Denied    ' TO WS-STATUS-TEXT
009470             PERFORM 3200-WRITE-REVERSAL
009480                 THRU 3200-EXIT
009490             PERFORM 3300-UPDATE-BUDGET
009500                 THRU 3300-EXIT
009510             PERFORM 3350-RETURN-ADVANCE
009520                 THRU 3350-EXIT
009530             PERFORM 3400-ARCHIVE-DECISION
009540                 THRU 3400-EXIT
009550         WHEN OTHER
009560             PERFORM 3150-COMPUTE-DAYS-PENDING
009570                 THRU 3150-EXIT
009580             IF WS-DAYS-PENDING > WS-STALE-DAYS
009590                 ADD 1 TO WS-ESCALATED-COUNT
009600                 MOVE 'ESCALATED ' TO WS-STATUS-TEXT
009610             ELSE
009620                 ADD 1 TO WS-PENDING-COUNT
009630                 MOVE 'Pending   ' TO WS-STATUS-TEXT
009640             END-IF
009650     END-EVALUATE
009660     MOVE WS-XCP-REPORT-NO(XI) TO WS-REPORT-NO-FMT
009670     MOVE WS-XCP-AMOUNT(XI) TO WS-AMOUNT-FMT
009680     MOVE SPACES TO EXPAPRPT-LINE
009690     STRING WS-STATUS-TEXT DELIMITED BY SIZE
009700            WS-XCP-EMP-ID(XI) DELIMITED BY SIZE
009710            ' ' DELIMITED BY SIZE
009720            WS-REPORT-NO-FMT DELIMITED BY SIZE
009730            ' ' DELIMITED BY SIZE
009740            WS-XCP-TYPE-NAME(XI) DELIMITED BY SIZE
009750            WS-AMOUNT-FMT DELIMITED BY SIZE
009760            ' ' DELIMITED BY SIZE
009770            WS-XCP-APPROVER(XI) DELIMITED BY SIZE
009780            INTO EXPAPRPT-LINE
009790     IF WS-STATUS-TEXT = 'ESCALATED '
009800         MOVE WS-DAYS-PENDING TO WS-DAYS-FMT
009810         MOVE SPACES TO WS-ESC-TEXT
009820         STRING ' PENDING' DELIMITED BY SIZE
009830                WS-DAYS-FMT DELIMITED BY SIZE
009840                ' DAYS' DELIMITED BY SIZE
009850                INTO WS-ESC-TEXT
009860         MOVE WS-ESC-TEXT TO EXPAPRPT-LINE(56:18)
009870     END-IF
009880     WRITE EXPAPRPT-RECORD
009890     SET XI UP BY 1.
009900 3100-EXIT.
009910     EXIT.
009920
009930*****************************************************************
009940*  3150-COMPUTE-DAYS-PENDING
009950*      FIGURE HOW MANY DAYS THE CURRENT EXCEPTION HAS BEEN
009960*      SITTING IN THE QUEUE, USING THE APPROXIMATE DAY SERIAL.
009970*      AN EXCEPTION WITHOUT A USABLE DATE IS TREATED AS CURRENT
009980*      RATHER THAN GUESSED AT.
009990*****************************************************************
010000 3150-COMPUTE-DAYS-PENDING.
010010     MOVE 0 TO WS-DAYS-PENDING
010020     MOVE WS-XCP-DATE(XI) TO WS-WORK-DATE-X
010030     IF WS-WORK-DATE-X IS NOT NUMERIC
010040         GO TO 3150-EXIT
010050     END-IF
010060     COMPUTE WS-WORK-SERIAL =
010070         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
010080     COMPUTE WS-DAYS-PENDING = WS-RUN-SERIAL - WS-WORK-SERIAL.
010090 3150-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130*  3200-WRITE-REVERSAL
010140*      REVERSE ONE DENIED EXCEPTION IN THE EXPGLEX LAYOUT AND
010150*      TAKE IT OFF THE BUDGET ACTUALS, EXACTLY AS THE REPORT RUN
010160*      POSTED IT - ONE REVERSAL PER LINE OF THE HOLD'S GL
010170*      DISTRIBUTION ON THE ARCHIVE.  A HOLD WITH NO DISTRIBUTION
010180*      THERE (ONE QUEUED BEFORE IT WAS ARCHIVED) REVERSES AS ONE
010190*      AMOUNT TO THE ACCOUNT ITS TYPE POSTS TO, AGAINST THE
010200*      EMPLOYEE'S OWN COST CENTER.
010210*****************************************************************
010220 3200-WRITE-REVERSAL.
010230     MOVE 0 TO WS-DST-FOUND-COUNT
010240     IF WS-XCP-HOLD-SEQ(XI) > 0
010250         PERFORM 3220-REVERSE-DISTRIBUTION
010260             THRU 3220-EXIT
010270     END-IF
010280     IF WS-DST-FOUND-COUNT > 0
010290         GO TO 3200-EXIT
010300     END-IF
010310     PERFORM 3210-FIND-GL-ACCOUNT
010320         THRU 3210-EXIT
010330     MOVE WS-XCP-AMOUNT(XI) TO WS-REV-AMOUNT
010340     MOVE SPACES            TO WS-REV-COST-CENTER
010350     MOVE SPACES            TO WS-REV-PROJECT
010360     PERFORM 3230-WRITE-ONE-REVERSAL
010370         THRU 3230-EXIT
010380     MOVE WS-XCP-EMP-ID(XI) TO EXPMAST-EMP-ID
010390     READ EXPMAST
010400         INVALID KEY
010410             GO TO 3200-EXIT
010420     END-READ
010430     MOVE EXPMAST-DEPARTMENT  TO WS-REV-BUD-DEPT
010440     MOVE EXPMAST-COST-CENTER TO WS-REV-BUD-CC
010450     PERFORM 3240-BACK-OUT-ACTUAL
010460         THRU 3240-EXIT.
010470 3200-EXIT.
010480     EXIT.
010490
010500*****************************************************************
010510*  3210-FIND-GL-ACCOUNT
010520*      FIND THE GL ACCOUNT FOR THE EXCEPTION BEING REVERSED -
010530*      THE POLICY ROW WHOSE TYPE NAME MATCHES AT THE LATEST
010540*      EFFECTIVE DATE NOT AFTER THE RUN DATE.  A NAME NOT ON
010550*      THE FILE (DAILY MEALS INCLUDED) FALLS BACK TO THE TYPE
010560*      1 ACCOUNT; NO USABLE ROW AT ALL STOPS THE RUN.
010570*****************************************************************
010580 3210-FIND-GL-ACCOUNT.
010590     MOVE SPACES TO WS-POL-NAME-DATE
010600     MOVE SPACES TO WS-POL-TYPE1-DATE
010610     PERFORM 3215-SCAN-ONE-POLICY
010620         THRU 3215-EXIT
010630         VARYING POI FROM 1 BY 1
010640         UNTIL POI > WS-POLICY-COUNT
010650     EVALUATE TRUE
010660         WHEN WS-POL-NAME-DATE NOT = SPACES
010670             MOVE WS-POL-NAME-GL TO WS-POLICY-GL-ACCT
010680         WHEN WS-POL-TYPE1-DATE NOT = SPACES
010690             MOVE WS-POL-TYPE1-GL TO WS-POLICY-GL-ACCT
010700         WHEN OTHER
010710             MOVE 'NO POLICY RECORD FOR GL REVERSAL'
010720                 TO WS-ABEND-MSG
010730             GO TO 9000-ABEND
010740     END-EVALUATE.
010750 3210-EXIT.
010760     EXIT.
010770
010780*****************************************************************
010790*  3215-SCAN-ONE-POLICY
010800*      LOOK AT ONE POLICY TABLE ROW IN EFFECT ON THE RUN DATE
010810*      AND KEEP IT AS THE NAME-MATCHED OR TYPE-1 FALLBACK
010820*      CANDIDATE WHEN IT IS LATER THAN THE ONE KEPT SO FAR.
010830*****************************************************************
010840 3215-SCAN-ONE-POLICY.
010850     IF WS-POL-EFF-DATE(POI) > WS-RUN-DATE-X
010860         GO TO 3215-EXIT
010870     END-IF
010880     IF WS-POL-TYPE-NAME(POI) = WS-XCP-TYPE-NAME(XI)
010890         AND (WS-POL-NAME-DATE = SPACES
010900             OR WS-POL-EFF-DATE(POI) > WS-POL-NAME-DATE)
010910             MOVE WS-POL-EFF-DATE(POI) TO WS-POL-NAME-DATE
010920             MOVE WS-POL-GL-ACCT(POI)  TO WS-POL-NAME-GL
010930     END-IF
010940     IF WS-POL-TYPE(POI) = 1
010950         AND (WS-POL-TYPE1-DATE = SPACES
010960             OR WS-POL-EFF-DATE(POI) > WS-POL-TYPE1-DATE)
010970             MOVE WS-POL-EFF-DATE(POI) TO WS-POL-TYPE1-DATE
010980             MOVE WS-POL-GL-ACCT(POI)  TO WS-POL-TYPE1-GL
010990     END-IF.
011000 3215-EXIT.
011010     EXIT.
011020
011030*****************************************************************
011040*  3220-REVERSE-DISTRIBUTION
011050*      BROWSE THE REPORT'S GL DISTRIBUTION RECORDS ON THE
011060*      ARCHIVE - FILED UNDER THE REPORT NUMBER AND THE DATE THE
011070*      REPORT RUN QUEUED THE EXCEPTION - AND REVERSE EVERY ONE
011080*      BELONGING TO THE DENIED EXCEPTION'S HOLD.
011090*****************************************************************
011100 3220-REVERSE-DISTRIBUTION.
011110     MOVE WS-XCP-REPORT-NO(XI) TO EXPARCH-REPORT-NO
011120     MOVE WS-XCP-DATE(XI)      TO EXPARCH-RUN-DATE
011130     SET EXPARCH-DISTRIB       TO TRUE
011140     MOVE 0                    TO EXPARCH-SEQ
011150     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
011160         INVALID KEY
011170             GO TO 3220-EXIT
011180     END-START
011190     SET WS-ARCH-SCAN-MORE TO TRUE
011200     PERFORM 3225-REVERSE-ONE-DISTRIB
011210         THRU 3225-EXIT
011220         UNTIL WS-ARCH-SCAN-DONE.
011230 3220-EXIT.
011240     EXIT.
011250
011260*****************************************************************
011270*  3225-REVERSE-ONE-DISTRIB
011280*      READ THE NEXT ARCHIVE RECORD.  ONCE PAST THE REPORT'S
011290*      DISTRIBUTION RECORDS THE BROWSE IS DONE; ONE FOR THE
011300*      DENIED EXCEPTION'S HOLD IS REVERSED TO ITS OWN ACCOUNT,
011310*      COST CENTER, AND PROJECT AND TAKEN OFF THAT COST
011320*      CENTER'S BUDGET.
011330*****************************************************************
011340 3225-REVERSE-ONE-DISTRIB.
011350     READ EXPARCH NEXT RECORD
011360         AT END
011370             SET WS-ARCH-SCAN-DONE TO TRUE
011380             GO TO 3225-EXIT
011390     END-READ
011400     IF EXPARCH-REPORT-NO NOT = WS-XCP-REPORT-NO(XI)
011410         OR EXPARCH-RUN-DATE NOT = WS-XCP-DATE(XI)
011420         OR NOT EXPARCH-DISTRIB
011430             SET WS-ARCH-SCAN-DONE TO TRUE
011440             GO TO 3225-EXIT
011450     END-IF
011460     IF NOT EXPARCH-DST-EXCEPTION
011470         OR EXPARCH-DST-HOLD-SEQ NOT = WS-XCP-HOLD-SEQ(XI)
011480             GO TO 3225-EXIT
011490     END-IF
011500     ADD 1 TO WS-DST-FOUND-COUNT
011510     MOVE EXPARCH-DST-GL-ACCOUNT  TO WS-POLICY-GL-ACCT
011520     MOVE EXPARCH-DST-AMOUNT      TO WS-REV-AMOUNT
011530     MOVE EXPARCH-DST-COST-CENTER TO WS-REV-COST-CENTER
011540     MOVE EXPARCH-DST-PROJECT     TO WS-REV-PROJECT
011550     PERFORM 3230-WRITE-ONE-REVERSAL
011560         THRU 3230-EXIT
011570     MOVE WS-XCP-DEPARTMENT(XI)   TO WS-REV-BUD-DEPT
011580     MOVE EXPARCH-DST-COST-CENTER TO WS-REV-BUD-CC
011590     PERFORM 3240-BACK-OUT-ACTUAL
011600         THRU 3240-EXIT.
011610 3225-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650*  3230-WRITE-ONE-REVERSAL
011660*      WRITE ONE GL REVERSAL RECORD FOR THE DENIED EXCEPTION -
011670*      WS-REV-AMOUNT TO THE ACCOUNT IN WS-POLICY-GL-ACCT, COST
011680*      CENTER, AND PROJECT.  A BLANK COST CENTER POSTS TO THE
011690*      EMPLOYEE'S OWN.
011700*****************************************************************
011710 3230-WRITE-ONE-REVERSAL.
011720     MOVE WS-XCP-REPORT-NO(XI) TO EXPGLEX-REPORT-NO
011730     MOVE WS-XCP-EMP-ID(XI)    TO EXPGLEX-EMP-ID
011740     MOVE WS-XCP-TYPE-NAME(XI) TO EXPGLEX-TYPE-NAME
011750     MOVE WS-REV-AMOUNT        TO EXPGLEX-AMOUNT
011760     MOVE WS-POLICY-GL-ACCT    TO EXPGLEX-GL-ACCOUNT
011770     MOVE SPACES               TO EXPGLEX-POST-DATE
011780     MOVE WS-REV-COST-CENTER   TO EXPGLEX-COST-CENTER
011790     MOVE WS-REV-PROJECT       TO EXPGLEX-PROJECT
011800     WRITE EXPGLEX-RECORD
011810     ADD 1 TO WS-REVERSAL-COUNT.
011820 3230-EXIT.
011830     EXIT.
011840
011850*****************************************************************
011860*  3240-BACK-OUT-ACTUAL
011870*      TAKE THE REVERSAL JUST WRITTEN OFF THE MONTH-TO-DATE
011880*      ACTUAL OF ITS ACCOUNT ON THE BUDGET RECORD FOR
011890*      WS-REV-BUD-DEPT AND WS-REV-BUD-CC IN THE MONTH THE
011900*      EXCEPTION WAS WRITTEN, NEVER BELOW ZERO.  NO BUDGET FOR
011910*      THE MONTH, OR NO SLOT FOR THE ACCOUNT, LEAVES NOTHING TO
011920*      TAKE OFF.
011930*****************************************************************
011940 3240-BACK-OUT-ACTUAL.
011950     MOVE WS-REV-BUD-DEPT      TO EXPBUDG-DEPARTMENT
011960     MOVE WS-REV-BUD-CC        TO EXPBUDG-COST-CENTER
011970     MOVE WS-XCP-DATE(XI)(1:6) TO EXPBUDG-PERIOD
011980     READ EXPBUDG
011990         INVALID KEY
012000             GO TO 3240-EXIT
012010     END-READ
012020     PERFORM 3310-FIND-BUDGET-ACCOUNT
012030         THRU 3310-EXIT
012040     IF WS-BUD-NOT-FOUND
012050         GO TO 3240-EXIT
012060     END-IF
012070     IF EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB) > WS-REV-AMOUNT
012080         SUBTRACT WS-REV-AMOUNT
012090             FROM EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB)
012100     ELSE
012110         MOVE 0 TO EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB)
012120     END-IF
012130     MOVE WS-RUN-DATE-X TO EXPBUDG-LAST-UPDATE-DATE
012140     REWRITE EXPBUDG-RECORD
012150         INVALID KEY
012160             MOVE 'DEPARTMENT BUDGET REWRITE FAILED'
012170                 TO WS-ABEND-MSG
012180             GO TO 9000-ABEND
012190     END-REWRITE.
012200 3240-EXIT.
012210     EXIT.
012220
012230*****************************************************************
012240*  3250-WRITE-APPROVED-PAYMENT
012250*      CUT THE ACCOUNTS PAYABLE PAYMENT RECORD FOR ONE APPROVED
012260*      EXCEPTION - THE AMOUNT THE REPORT RUN HELD BACK FROM THE
012270*      EMPLOYEE'S PAYMENT WHILE THE EXCEPTION SAT IN THE QUEUE,
012280*      LESS ANY OF THE REPORT'S ADVANCE THE REPORT RUN COULD
012290*      NOT NET AGAINST ITS OWN PAYMENT.  AN APPROVAL THE
012300*      ADVANCE FULLY COVERS RELEASES NO MONEY AND CUTS NO
012310*      RECORD.  THE PAYMENT CARRIES ITS TAXABLE PART, WHICH ALSO
012320*      GOES TO THE PAYROLL TAXABLE EXTRACT.
012330*****************************************************************
012340 3250-WRITE-APPROVED-PAYMENT.
012350     MOVE WS-XCP-AMOUNT(XI) TO WS-RELEASE-AMOUNT
012360     PERFORM 3260-APPLY-ADV-OFFSET
012370         THRU 3260-EXIT
012380     IF WS-RELEASE-AMOUNT > 0
012390         MOVE WS-XCP-EMP-ID(XI)    TO EXPPAY-EMP-ID
012400         MOVE WS-XCP-EMP-NAME(XI)  TO EXPPAY-EMP-NAME
012410         MOVE WS-XCP-REPORT-NO(XI) TO EXPPAY-REPORT-NO
012420         MOVE WS-RELEASE-AMOUNT    TO EXPPAY-AMOUNT
012430         MOVE 'EA'                 TO WS-PAY-REF-SOURCE
012440         MOVE WS-XCP-REPORT-NO(XI) TO WS-PAY-REF-REPORT
012450         MOVE WS-RUN-DATE-X        TO WS-PAY-REF-DATE
012460         MOVE WS-PAY-REF           TO EXPPAY-PAY-REF
012470         PERFORM 3280-CLASSIFY-PAYMENT
012480             THRU 3280-EXIT
012490         MOVE WS-TAXABLE-AMOUNT    TO EXPPAY-TAXABLE-AMT
012500         WRITE EXPPAY-RECORD
012510         ADD 1 TO WS-PAYMENT-COUNT
012520         IF WS-TAXABLE-AMOUNT > 0
012530             PERFORM 3290-WRITE-TAXABLE-EXTRACT
012540                 THRU 3290-EXIT
012550         END-IF
012560     END-IF.
012570 3250-EXIT.
012580     EXIT.
012590
012600*****************************************************************
012610*  3260-APPLY-ADV-OFFSET
012620*      DRAW THE REPORT'S REMAINING ADVANCE OFFSET DOWN AGAINST
012630*      THE AMOUNT ABOUT TO BE RELEASED.  THE OFFSET RIDES THE
012640*      REPORT'S FIRST TABLE ROW, SO THE WHOLE TABLE IS WALKED
012650*      WITH ITS OWN INDEX - XI STAYS ON THE EXCEPTION BEING
012660*      DISPOSED.
012670*****************************************************************
012680 3260-APPLY-ADV-OFFSET.
012690     IF WS-EXCP-COUNT = 0
012700         GO TO 3260-EXIT
012710     END-IF
012720     SET XJ TO 1
012730     PERFORM 3270-APPLY-ONE-OFFSET
012740         THRU 3270-EXIT
012750         UNTIL XJ > WS-EXCP-COUNT
012760         OR WS-RELEASE-AMOUNT = 0.
012770 3260-EXIT.
012780     EXIT.
012790
012800*****************************************************************
012810*  3270-APPLY-ONE-OFFSET
012820*      APPLY ONE TABLE ROW'S REMAINING OFFSET, IF IT BELONGS TO
012830*      THE REPORT BEING RELEASED, TO WS-RELEASE-AMOUNT.
012840*****************************************************************
012850 3270-APPLY-ONE-OFFSET.
012860     IF WS-XCP-REPORT-NO(XJ) = WS-XCP-REPORT-NO(XI)
012870         AND WS-XCP-ADV-REMAIN(XJ) > 0
012880             IF WS-XCP-ADV-REMAIN(XJ) NOT < WS-RELEASE-AMOUNT
012890                 SUBTRACT WS-RELEASE-AMOUNT
012900                     FROM WS-XCP-ADV-REMAIN(XJ)
012910                 MOVE 0 TO WS-RELEASE-AMOUNT
012920             ELSE
012930                 SUBTRACT WS-XCP-ADV-REMAIN(XJ)
012940                     FROM WS-RELEASE-AMOUNT
012950                 MOVE 0 TO WS-XCP-ADV-REMAIN(XJ)
012960             END-IF
012970     END-IF
012980     SET XJ UP BY 1.
012990 3270-EXIT.
013000     EXIT.
013010
013020*****************************************************************
013030*  3280-CLASSIFY-PAYMENT
013040*      FIGURE THE TAXABLE PART OF THE PAYMENT ABOUT TO BE
013050*      RELEASED FROM THE EXCEPTION'S TAX CODE - ALL OF IT FOR A
013060*      LATE CLAIM, THE AMOUNT OVER THE PER-DIEM FOR A DAILY
013070*      MEALS DAY, CAPPED AT THE AMOUNT RELEASED.
013080*****************************************************************
013090 3280-CLASSIFY-PAYMENT.
013100     EVALUATE WS-XCP-TAX-CODE(XI)
013110         WHEN 'L'
013120             MOVE WS-RELEASE-AMOUNT TO WS-TAXABLE-AMOUNT
013130         WHEN 'M'
013140             IF WS-XCP-TAXABLE(XI) < WS-RELEASE-AMOUNT
013150                 MOVE WS-XCP-TAXABLE(XI) TO WS-TAXABLE-AMOUNT
013160             ELSE
013170                 MOVE WS-RELEASE-AMOUNT TO WS-TAXABLE-AMOUNT
013180             END-IF
013190         WHEN OTHER
013200             MOVE 0 TO WS-TAXABLE-AMOUNT
013210     END-EVALUATE.
013220 3280-EXIT.
013230     EXIT.
013240
013250*****************************************************************
013260*  3290-WRITE-TAXABLE-EXTRACT
013270*      WRITE THE PAYROLL TAXABLE EXTRACT RECORD FOR THE PAYMENT
013280*      JUST RELEASED, IN THE PAY PERIOD OF THE RUN DATE, TIED TO
013290*      THE PAYMENT BY ITS REFERENCE.
013300*****************************************************************
013310 3290-WRITE-TAXABLE-EXTRACT.
013320     MOVE SPACES               TO EXPTAXX-RECORD
013330     MOVE WS-XCP-EMP-ID(XI)    TO EXPTAXX-EMP-ID
013340     MOVE WS-XCP-EMP-NAME(XI)  TO EXPTAXX-EMP-NAME
013350     MOVE WS-TAX-PAY-PERIOD    TO EXPTAXX-PAY-PERIOD
013360     MOVE WS-XCP-REPORT-NO(XI) TO EXPTAXX-REPORT-NO
013370     MOVE WS-PAY-REF           TO EXPTAXX-PAY-REF
013380     MOVE WS-XCP-TAX-CODE(XI)  TO EXPTAXX-REASON
013390     MOVE WS-TAXABLE-AMOUNT    TO EXPTAXX-TAXABLE-AMT
013400     MOVE WS-RUN-DATE-X        TO EXPTAXX-PAID-DATE
013410     WRITE EXPTAXX-RECORD
013420     ADD 1 TO WS-TAXABLE-COUNT.
013430 3290-EXIT.
013440     EXIT.
013450
013460*****************************************************************
013470*  3300-UPDATE-BUDGET
013480*      AN OVER-BUDGET HOLD, APPROVED OR DENIED, COMES OFF THE
013490*      HELD FIGURES OF THE BUDGET RECORD THE REPORT RUN NAMED ON
013500*      IT - OR, FOR A HOLD QUEUED BEFORE IT NAMED ONE, THE
013510*      RECORD FOR THE EMPLOYEE'S DEPARTMENT AND COST CENTER.  A
013520*      DENIAL'S ACTUALS WERE ALREADY TAKEN OFF, REVERSAL BY
013530*      REVERSAL, BY 3200-WRITE-REVERSAL.  AN EMPLOYEE NO LONGER
013540*      ON THE MASTER, OR A DEPARTMENT WITH NO BUDGET FOR THE
013550*      MONTH, HAS NOTHING TO UPDATE.
013560*****************************************************************
013570 3300-UPDATE-BUDGET.
013580     IF WS-XCP-TYPE-NAME(XI) NOT = WS-BUDGET-HOLD-NAME
013590         GO TO 3300-EXIT
013600     END-IF
013610     IF WS-XCP-DEPARTMENT(XI) NOT = SPACES
013620         MOVE WS-XCP-DEPARTMENT(XI) TO EXPBUDG-DEPARTMENT
013630         MOVE WS-XCP-BUDGET-CC(XI)  TO EXPBUDG-COST-CENTER
013640     ELSE
013650         MOVE WS-XCP-EMP-ID(XI) TO EXPMAST-EMP-ID
013660         READ EXPMAST
013670             INVALID KEY
013680                 GO TO 3300-EXIT
013690         END-READ
013700         MOVE EXPMAST-DEPARTMENT  TO EXPBUDG-DEPARTMENT
013710         MOVE EXPMAST-COST-CENTER TO EXPBUDG-COST-CENTER
013720     END-IF
013730     MOVE WS-XCP-DATE(XI)(1:6) TO EXPBUDG-PERIOD
013740     READ EXPBUDG
013750         INVALID KEY
013760             GO TO 3300-EXIT
013770     END-READ
013780     ADD 1 TO WS-BUDGET-HOLD-DONE-COUNT
013790     IF EXPBUDG-HELD-AMOUNT > WS-XCP-AMOUNT(XI)
013800         SUBTRACT WS-XCP-AMOUNT(XI) FROM EXPBUDG-HELD-AMOUNT
013810     ELSE
013820         MOVE 0 TO EXPBUDG-HELD-AMOUNT
013830     END-IF
013840     IF EXPBUDG-HELD-COUNT > 0
013850         SUBTRACT 1 FROM EXPBUDG-HELD-COUNT
013860     END-IF
013870     MOVE WS-RUN-DATE-X TO EXPBUDG-LAST-UPDATE-DATE
013880     REWRITE EXPBUDG-RECORD
013890         INVALID KEY
013900             MOVE 'DEPARTMENT BUDGET REWRITE FAILED'
013910                 TO WS-ABEND-MSG
013920             GO TO 9000-ABEND
013930     END-REWRITE.
013940 3300-EXIT.
013950     EXIT.
013960
013970*****************************************************************
013980*  3310-FIND-BUDGET-ACCOUNT
013990*      FIND THE BUDGET SLOT FOR THE REVERSAL'S GL ACCOUNT IN
014000*      WS-POLICY-GL-ACCT.  SETS WS-BUD-FOUND AND LEAVES THE
014010*      SLOT IN WS-BUD-MATCH-SUB WHEN THE ACCOUNT IS ON THE
014020*      RECORD.
014030*****************************************************************
014040 3310-FIND-BUDGET-ACCOUNT.
014050     SET WS-BUD-NOT-FOUND TO TRUE
014060     PERFORM 3315-SCAN-ONE-SLOT
014070         THRU 3315-EXIT
014080         VARYING WS-BUD-SUB FROM 1 BY 1
014090         UNTIL WS-BUD-SUB > WS-MAX-BUD-ACCTS
014100         OR WS-BUD-FOUND.
014110 3310-EXIT.
014120     EXIT.
014130
014140*****************************************************************
014150*  3315-SCAN-ONE-SLOT
014160*      LOOK AT ONE BUDGET SLOT FOR THE REVERSAL'S ACCOUNT.
014170*****************************************************************
014180 3315-SCAN-ONE-SLOT.
014190     IF EXPBUDG-GL-ACCOUNT(WS-BUD-SUB) = WS-POLICY-GL-ACCT
014200         SET WS-BUD-FOUND TO TRUE
014210         MOVE WS-BUD-SUB TO WS-BUD-MATCH-SUB
014220     END-IF.
014230 3315-EXIT.
014240     EXIT.
014250
014260*****************************************************************
014270*  3350-RETURN-ADVANCE
014280*      GIVE BACK THE PART OF THE REPORT'S ADVANCE OFFSET THE
014290*      DENIED EXCEPTION WAS CARRYING.  THE OFFSET STILL UNUSED
014300*      RIDES THE REPORT'S FIRST TABLE ROW; WHAT OF IT THE
014310*      REPORT'S OTHER EXCEPTIONS STILL PENDING OR STILL TO BE
014320*      RELEASED IN THIS PASS CAN ABSORB STAYS THERE, AND THE
014330*      REST, UP TO THE DENIED AMOUNT, COMES OFF THE OFFSET AND
014340*      BACK OFF THE SETTLED AMOUNTS ON THE ADVANCE LEDGER.
014350*****************************************************************
014360 3350-RETURN-ADVANCE.
014370     SET XK TO 1
014380     SEARCH WS-EXCP-ENTRY VARYING XK
014390         AT END
014400             GO TO 3350-EXIT
014410         WHEN WS-XCP-REPORT-NO(XK) = WS-XCP-REPORT-NO(XI)
014420             AND WS-XCP-ADV-REMAIN(XK) > 0
014430                 CONTINUE
014440     END-SEARCH
014450     MOVE 0 TO WS-ADV-OTHER-HELD
014460     SET XJ TO 1
014470     PERFORM 3355-SUM-OTHER-HELD
014480         THRU 3355-EXIT
014490         UNTIL XJ > WS-EXCP-COUNT
014500     IF WS-XCP-ADV-REMAIN(XK) NOT > WS-ADV-OTHER-HELD
014510         GO TO 3350-EXIT
014520     END-IF
014530     COMPUTE WS-ADV-GIVE-BACK =
014540         WS-XCP-ADV-REMAIN(XK) - WS-ADV-OTHER-HELD
014550     IF WS-ADV-GIVE-BACK > WS-XCP-AMOUNT(XI)
014560         MOVE WS-XCP-AMOUNT(XI) TO WS-ADV-GIVE-BACK
014570     END-IF
014580     SUBTRACT WS-ADV-GIVE-BACK FROM WS-XCP-ADV-REMAIN(XK)
014590     PERFORM 3360-RETURN-TO-LEDGER
014600         THRU 3360-EXIT.
014610 3350-EXIT.
014620     EXIT.
014630
014640*****************************************************************
014650*  3355-SUM-OTHER-HELD
014660*      ADD ONE TABLE ROW TO THE AMOUNT THE REPORT'S OFFSET MUST
014670*      STILL COVER WHEN IT IS ANOTHER OF THE REPORT'S EXCEPTIONS
014680*      THAT IS STILL PENDING, OR APPROVED BUT NOT YET RELEASED
014690*      BY THIS PASS.
014700*****************************************************************
014710 3355-SUM-OTHER-HELD.
014720     IF WS-XCP-REPORT-NO(XJ) = WS-XCP-REPORT-NO(XI)
014730         AND XJ NOT = XI
014740         AND (WS-XCP-PENDING(XJ)
014750             OR (WS-XCP-APPROVED(XJ) AND XJ > XI))
014760                 ADD WS-XCP-AMOUNT(XJ) TO WS-ADV-OTHER-HELD
014770     END-IF
014780     SET XJ UP BY 1.
014790 3355-EXIT.
014800     EXIT.
014810
014820*****************************************************************
014830*  3360-RETURN-TO-LEDGER
014840*      BROWSE THE REPORT'S ADVANCE RECORDS ON THE ARCHIVE AND
014850*      TAKE THE GIVE-BACK OFF THEIR LEDGER SETTLEMENTS IN TURN
014860*      UNTIL IT IS USED UP.
014870*****************************************************************
014880 3360-RETURN-TO-LEDGER.
014890     MOVE WS-XCP-REPORT-NO(XI) TO EXPARCH-REPORT-NO
014900     MOVE WS-XCP-DATE(XI)      TO EXPARCH-RUN-DATE
014910     SET EXPARCH-ADVANCE       TO TRUE
014920     MOVE 0                    TO EXPARCH-SEQ
014930     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
014940         INVALID KEY
014950             GO TO 3360-EXIT
014960     END-START
014970     SET WS-ARCH-SCAN-MORE TO TRUE
014980     PERFORM 3365-RETURN-ONE-ADVANCE
014990         THRU 3365-EXIT
015000         UNTIL WS-ARCH-SCAN-DONE
015010         OR WS-ADV-GIVE-BACK = 0.
015020 3360-EXIT.
015030     EXIT.
015040
015050*****************************************************************
015060*  3365-RETURN-ONE-ADVANCE
015070*      READ THE NEXT ARCHIVE RECORD.  ONCE PAST THE REPORT'S
015080*      ADVANCE RECORDS THE BROWSE IS DONE; FOR ONE OF THEM, TAKE
015090*      AS MUCH OF THE GIVE-BACK AS THE REPORT NETTED AGAINST IT
015100*      OFF ITS SETTLED AMOUNT ON THE LEDGER, AND REOPEN IT WHEN
015110*      THAT LEAVES A BALANCE.  AN ADVANCE ALREADY SENT TO
015120*      PAYROLL KEEPS THAT STATUS.
015130*****************************************************************
015140 3365-RETURN-ONE-ADVANCE.
015150     READ EXPARCH NEXT RECORD
015160         AT END
015170             SET WS-ARCH-SCAN-DONE TO TRUE
015180             GO TO 3365-EXIT
015190     END-READ
015200     IF EXPARCH-REPORT-NO NOT = WS-XCP-REPORT-NO(XI)
015210         OR EXPARCH-RUN-DATE NOT = WS-XCP-DATE(XI)
015220         OR NOT EXPARCH-ADVANCE
015230             SET WS-ARCH-SCAN-DONE TO TRUE
015240             GO TO 3365-EXIT
015250     END-IF
015260     MOVE WS-XCP-EMP-ID(XI) TO EXPADVL-EMP-ID
015270     MOVE EXPARCH-ADV-NO    TO EXPADVL-ADV-NO
015280     READ EXPADVL
015290         INVALID KEY
015300             GO TO 3365-EXIT
015310     END-READ
015320     MOVE WS-ADV-GIVE-BACK TO WS-ADV-GIVE-ONE
015330     IF WS-ADV-GIVE-ONE > EXPARCH-ADV-NETTED
015340         MOVE EXPARCH-ADV-NETTED TO WS-ADV-GIVE-ONE
015350     END-IF
015360     IF WS-ADV-GIVE-ONE > EXPADVL-SETTLED-AMOUNT
015370         MOVE EXPADVL-SETTLED-AMOUNT TO WS-ADV-GIVE-ONE
015380     END-IF
015390     IF WS-ADV-GIVE-ONE = 0
015400         GO TO 3365-EXIT
015410     END-IF
015420     SUBTRACT WS-ADV-GIVE-ONE FROM EXPADVL-SETTLED-AMOUNT
015430     SUBTRACT WS-ADV-GIVE-ONE FROM WS-ADV-GIVE-BACK
015440     MOVE WS-RUN-DATE-X TO EXPADVL-LAST-ACTIVITY-DATE
015450     COMPUTE WS-ADV-BALANCE =
015460         EXPADVL-ISSUE-AMOUNT - EXPADVL-SETTLED-AMOUNT
015470         - EXPADVL-REPAID-AMOUNT - EXPADVL-RECOVERED-AMOUNT
015480     IF WS-ADV-BALANCE > 0
015490         AND NOT EXPADVL-TO-PAYROLL
015500             SET EXPADVL-OPEN TO TRUE
015510     END-IF
015520     REWRITE EXPADVL-RECORD
015530         INVALID KEY
015540             MOVE 'ADVANCE LEDGER REWRITE FAILED'
015550                 TO WS-ABEND-MSG
015560             GO TO 9000-ABEND
015570     END-REWRITE.
015580 3365-EXIT.
015590     EXIT.
015600
015610*****************************************************************
015620*  3400-ARCHIVE-DECISION
015630*      ADD THE DECISION JUST POSTED TO ITS REPORT ON THE CLAIM
015640*      ARCHIVE - FILED UNDER THE REPORT NUMBER AND THE DATE THE
015650*      REPORT RUN QUEUED THE EXCEPTION, WHICH IS THE DATE THE
015660*      REPORT WAS PROCESSED - WITH THE APPROVER, THE AMOUNT, AND
015670*      FOR AN APPROVAL WHAT IT RELEASED AND UNDER WHAT PAYMENT
015680*      REFERENCE.
015690*****************************************************************
015700 3400-ARCHIVE-DECISION.
015710     MOVE SPACES               TO EXPARCH-RECORD
015720     MOVE WS-XCP-REPORT-NO(XI) TO EXPARCH-REPORT-NO
015730     MOVE WS-XCP-DATE(XI)      TO EXPARCH-RUN-DATE
015740     SET EXPARCH-EVENT         TO TRUE
015750     MOVE WS-XCP-EMP-ID(XI)    TO EXPARCH-EMP-ID
015760     MOVE WS-RUN-DATE-X        TO EXPARCH-EVT-DATE
015770     SET EXPARCH-EVT-APPROVAL  TO TRUE
015780     MOVE WS-XCP-TYPE-NAME(XI) TO EXPARCH-EVT-TYPE-NAME
015790     MOVE 0                    TO EXPARCH-EVT-LINE-NO
015800     MOVE WS-XCP-AMOUNT(XI)    TO EXPARCH-EVT-AMOUNT
015810     MOVE WS-XCP-APPROVER(XI)  TO EXPARCH-EVT-ACTED-BY
015820     IF WS-XCP-APPROVED(XI)
015830         SET EXPARCH-EVT-RELEASED TO TRUE
015840         MOVE WS-RELEASE-AMOUNT   TO EXPARCH-EVT-PAID-AMOUNT
015850         IF WS-RELEASE-AMOUNT > 0
015860             MOVE WS-PAY-REF      TO EXPARCH-EVT-PAY-REF
015870         END-IF
015880     ELSE
015890         SET EXPARCH-EVT-DENIED   TO TRUE
015900         MOVE 0                   TO EXPARCH-EVT-PAID-AMOUNT
015910     END-IF
015920     MOVE 0 TO EXPARCH-SEQ
015930     SET WS-ARCH-NOT-WRITTEN TO TRUE
015940     PERFORM 3410-WRITE-ARCHIVE-EVENT
015950         THRU 3410-EXIT
015960         UNTIL WS-ARCH-WRITTEN.
015970 3400-EXIT.
015980     EXIT.
015990
016000*****************************************************************
016010*  3410-WRITE-ARCHIVE-EVENT
016020*      WRITE THE EVENT RECORD UNDER THE NEXT SEQUENCE NUMBER.
016030*      A REPORT'S EVENTS FROM EARLIER RUNS, AND EARLIER ONES
016040*      FROM THIS RUN, ALREADY HOLD THE LOWER NUMBERS, SO A KEY
016050*      ALREADY ON FILE JUST MOVES IT ON TO THE NEXT.
016060*****************************************************************
016070 3410-WRITE-ARCHIVE-EVENT.
016080     IF EXPARCH-SEQ = 9999
016090         MOVE 'CLAIM ARCHIVE EVENT SEQUENCE FULL' TO WS-ABEND-MSG
016100         GO TO 9000-ABEND
016110     END-IF
016120     ADD 1 TO EXPARCH-SEQ
016130     WRITE EXPARCH-RECORD
016140         INVALID KEY
016150             GO TO 3410-EXIT
016160     END-WRITE
016170     SET WS-ARCH-WRITTEN TO TRUE.
016180 3410-EXIT.
016190     EXIT.
016200
016210*****************************************************************
016220*  3900-PRINT-APPROVAL-SUMMARY
016230*      WRITE THE DISPOSITION CONTROL-TOTAL SUMMARY.
016240*****************************************************************
016250 3900-PRINT-APPROVAL-SUMMARY.
016260     MOVE SPACES TO EXPAPRPT-LINE
016270     WRITE EXPAPRPT-RECORD
016280     MOVE SPACES TO EXPAPRPT-LINE
016290     MOVE 'Approval Summary: ' TO EXPAPRPT-LINE
016300     WRITE EXPAPRPT-RECORD
016310     MOVE WS-APPROVED-COUNT TO WS-COUNT-FMT
016320     MOVE SPACES TO EXPAPRPT-LINE
016330     STRING 'Approved: ' DELIMITED BY SIZE
016340            WS-COUNT-FMT DELIMITED BY SIZE
016350            INTO EXPAPRPT-LINE
016360     WRITE EXPAPRPT-RECORD
016370     MOVE WS-DENIED-COUNT TO WS-COUNT-FMT
016380     MOVE SPACES TO EXPAPRPT-LINE
016390     STRING 'Denied: ' DELIMITED BY SIZE
016400            WS-COUNT-FMT DELIMITED BY SIZE
016410            INTO EXPAPRPT-LINE
016420     WRITE EXPAPRPT-RECORD
016430     MOVE WS-PENDING-COUNT TO WS-COUNT-FMT
016440     MOVE SPACES TO EXPAPRPT-LINE
016450     STRING 'Still Pending: ' DELIMITED BY SIZE
016460            WS-COUNT-FMT DELIMITED BY SIZE
016470            INTO EXPAPRPT-LINE
016480     WRITE EXPAPRPT-RECORD
016490     MOVE WS-ESCALATED-COUNT TO WS-COUNT-FMT
016500     MOVE SPACES TO EXPAPRPT-LINE
016510     STRING 'Escalated: ' DELIMITED BY SIZE
016520            WS-COUNT-FMT DELIMITED BY SIZE
016530            INTO EXPAPRPT-LINE
016540     WRITE EXPAPRPT-RECORD
016550     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-FMT
016560     MOVE SPACES TO EXPAPRPT-LINE
016570     STRING 'Unmatched Decisions: ' DELIMITED BY SIZE
016580            WS-COUNT-FMT DELIMITED BY SIZE
016590            INTO EXPAPRPT-LINE
016600     WRITE EXPAPRPT-RECORD
016610     MOVE WS-REVERSAL-COUNT TO WS-COUNT-FMT
016620     MOVE SPACES TO EXPAPRPT-LINE
016630     STRING 'GL Reversals Written: ' DELIMITED BY SIZE
016640            WS-COUNT-FMT DELIMITED BY SIZE
016650            INTO EXPAPRPT-LINE
016660     WRITE EXPAPRPT-RECORD
016670     MOVE WS-PAYMENT-COUNT TO WS-COUNT-FMT
016680     MOVE SPACES TO EXPAPRPT-LINE
016690     STRING 'Payments Released: ' DELIMITED BY SIZE
016700            WS-COUNT-FMT DELIMITED BY SIZE
016710            INTO EXPAPRPT-LINE
016720     WRITE EXPAPRPT-RECORD
016730     MOVE WS-TAXABLE-COUNT TO WS-COUNT-FMT
016740     MOVE SPACES TO EXPAPRPT-LINE
016750     STRING 'Taxable Payments: ' DELIMITED BY SIZE
016760            WS-COUNT-FMT DELIMITED BY SIZE
016770            INTO EXPAPRPT-LINE
016780     WRITE EXPAPRPT-RECORD
016790     MOVE WS-BUDGET-HOLD-DONE-COUNT TO WS-COUNT-FMT
016800     MOVE SPACES TO EXPAPRPT-LINE
016810     STRING 'Over-Budget Holds Decided: ' DELIMITED BY SIZE
016820            WS-COUNT-FMT DELIMITED BY SIZE
016830            INTO EXPAPRPT-LINE
016840     WRITE EXPAPRPT-RECORD
016850     MOVE WS-REJECTED-DECIS-COUNT TO WS-COUNT-FMT
016860     MOVE SPACES TO EXPAPRPT-LINE
016870     STRING 'Rejected Decisions: ' DELIMITED BY SIZE
016880            WS-COUNT-FMT DELIMITED BY SIZE
016890            INTO EXPAPRPT-LINE
016900     WRITE EXPAPRPT-RECORD.
016910 3900-EXIT.
016920     EXIT.
016930
016940*****************************************************************
016950*  9000-ABEND
016960*      A FATAL CONDITION - THE EXCEPTION TABLE FILLED BEFORE
016970*      THE DAY'S EXCEPTION FILE WAS EXHAUSTED.  DISPLAY THE
016980*      DIAGNOSTIC AND END THE RUN WITH A NONZERO RETURN CODE
016990*      SO THE JOB STEP SHOWS FAILED.
017000*****************************************************************
017010 9000-ABEND.
017020     DISPLAY WS-ABEND-MSG
017030     MOVE 16 TO RETURN-CODE
017040     STOP RUN.
017050
017060*****************************************************************
017070*  9999-TERMINATE
017080*****************************************************************
017090 9999-TERMINATE.
017100     CLOSE EXPDECIS
017110     CLOSE EXPMAST
017120     CLOSE EXPDECRJ
017130     CLOSE EXPGLRV
017140     CLOSE EXPAPRPT
017150     CLOSE EXPPAY
017160     CLOSE EXPBUDG
017170     CLOSE EXPTAXX
017180     CLOSE EXPARCH
017190     CLOSE EXPADVL.
017200 9999-EXIT.
017210     EXIT.
