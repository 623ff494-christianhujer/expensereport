002040*                  CONTROL RECORD'S RESERVED KEY - NOW STOPS THE
002050*                  RUN AT CHECKPOINT TIME AS A BACKSTOP TO THE
002060*                  FRONT-END EDIT THAT REJECTS IT.
002070*  2026-10-15 CAH  CASH ADVANCES NOW SETTLE ON THE NEW EXPADVL
002080*                  ADVANCE LEDGER.  EACH ADVANCE ON A REPORT
002090*                  NETS ITS OPEN LEDGER BALANCE - SO ONE PART
002100*                  REPAID IN CASH NETS ONLY WHAT IS STILL
002110*                  OWED - AND ONCE THE REPORT IS TOTALED ITS
002120*                  EXPENSES SETTLE THE ADVANCES IN TURN ON THE
002130*                  LEDGER.  AN ADVANCE TREASURY HAS NOT YET
002140*                  REPORTED IS ADDED TO THE LEDGER FROM THE
002150*                  REPORT.
002160*  2026-10-15 CAH  EACH SUBMISSION IS NOW MATCHED ON EMPLOYEE
002170*                  AND TRIP DATES TO ITS PRE-TRIP TRAVEL
002180*                  AUTHORIZATION ON THE NEW EXPTAUTH MASTER,
002190*                  WHICH IS MARKED CLAIMED.  A TRIP OVER THE
002200*                  AUTHORIZATION THRESHOLD WITH NONE ON FILE, A
002210*                  TRIP OUTSIDE ITS APPROVED DATES, AND A TRIP
002220*                  OVER ITS ESTIMATE BY MORE THAN THE TOLERANCE
002230*                  EACH GO TO THE EXPEXCP MANAGER QUEUE UNDER
002240*                  THEIR OWN REASON, HELD OUT OF THE PAYMENT
002250*                  LIKE ANY OTHER EXCEPTION.
002260*  2026-10-15 CAH  EACH REPORT'S GL POSTINGS ARE NOW ADDED TO
002270*                  ITS DEPARTMENT AND COST CENTER'S
002280*                  MONTH-TO-DATE ACTUALS ON THE NEW EXPBUDG
002290*                  BUDGET MASTER.  ONCE THE ACTUALS PASS THE
002300*                  MONTH'S BUDGET, THE REPORT'S PAYABLE GOES TO
002310*                  THE EXPEXCP QUEUE AS AN 'Over Budget' HOLD
002320*                  FOR CONTROLLER RELEASE INSTEAD OF TO EXPPAY.
002330*  2026-10-15 CAH  A REPORT SUBMITTED MORE THAN 60 DAYS AFTER ITS
002340*                  TRIP ENDED IS NOW TAXABLE WAGES UNDER THE
002350*                  ACCOUNTABLE-PLAN RULES - ITS PAYMENT CARRIES
002360*                  THE WHOLE AMOUNT AS TAXABLE, GOES TO PAYROLL
002370*                  ON THE NEW EXPTAXX TAXABLE EXTRACT BY PAY
002380*                  PERIOD, AND PRINTS A LATE-CLAIM LINE.  ITS
002390*                  EXCEPTIONS, AND EVERY DAILY MEALS EXCEPTION
002400*                  WITH THE AMOUNT OVER THE PER-DIEM, CARRY THE
002410*                  TAX CODE THE APPROVAL PROGRAM CLASSIFIES ITS
002420*                  RELEASED PAYMENTS BY.
002430*  2026-10-15 CAH  A LINE OVER ITS TYPE'S EXPPOLCY RECEIPT
002440*                  THRESHOLD SUBMITTED WITHOUT A RECEIPT IS NOW
002450*                  HELD OUT OF THE PAYMENT ON THE NEW EXPRCPT
002460*                  PENDING-RECEIPT FILE AND PRINTS A 'Receipt
002470*                  Due' LINE WITH ITS LINE NUMBER.  EXPRCP01
002480*                  PAYS IT WHEN THE RECEIPT ARRIVES OR DENIES
002490*                  IT WHEN THE RECEIPT WINDOW RUNS OUT.  A LINE
002500*                  ALREADY IN THE MANAGER QUEUE IS NOT HELD
002510*                  AGAIN, AND TRIP AND BUDGET HOLDS TAKE ONLY
002520*                  WHAT THE RECEIPT HOLDS LEAVE.
002530*  2026-10-15 CAH  A SUBMISSION A REVIEW CLERK RELEASED FROM THE
002540*                  DUPLICATE-SUSPECT QUEUE COMES BACK WITH THE
002550*                  HEADER BYPASS FLAG SET AND SKIPS THE
002560*                  DUPLICATE CHECK - BUT ONLY WHEN THE EXPSUSP
002570*                  SUSPECT QUEUE SHOWS THE RELEASE, WHICH IS
002580*                  THEN MARKED RE-ENTERED SO IT CANNOT BE USED
002590*                  TWICE.  A RELEASED RESUBMISSION OF A REPORT
002600*                  NUMBER ALREADY ON THE CLAIM HISTORY LEAVES THE
002610*                  ORIGINAL HISTORY RECORD IN PLACE.
002620*  2026-10-15 CAH  EVERY REPORT PRINTED IS NOW KEPT ON THE NEW
002630*                  EXPARCH LINE-LEVEL CLAIM ARCHIVE FOR THE
002640*                  SEVEN-YEAR RETENTION PERIOD - EACH BODY LINE
002650*                  OF THE PRINTED REPORT AS IT IS WRITTEN, THEN
002660*                  THE HEADER WITH ITS TOTALS, HOLDS, ADVANCE
002670*                  NETTING, AND PAYMENT, EVERY DETAIL LINE WITH
002680*                  ITS CURRENCY, CONVERTED AMOUNT, MILEAGE RATE,
002690*                  LIMIT APPLIED, AND HOLD STATUS, AND EVERY
002700*                  ADVANCE.  EXPARC01 REPRINTS REPORTS FROM IT.
002710*  2026-10-15 CAH  A SUBMISSION'S PROJECT ALLOCATION RECORDS NOW
002720*                  SPLIT ITS LINES ACROSS THE PROJECTS ON THE NEW
002730*                  EXPPROJ PROJECT MASTER, BY PERCENT OR AMOUNT.
002740*                  THE GL EXTRACT IS WRITTEN PER TYPE, COST
002750*                  CENTER, AND PROJECT - THE EMPLOYEE'S EXPMAST
002760*                  COST CENTER FOR WHAT IS NOT ALLOCATED, THE
002770*                  PROJECT'S WHEN IT HAS ONE - AND EVERY BILLABLE
002780*                  SHARE IS WRITTEN TO THE NEW EXPRBIL CLIENT
002790*                  REBILL EXTRACT WITH THE PROJECT'S MARKUP.
002800*  2026-10-15 CAH  LINES ARE NOW SPLIT ACROSS THEIR PROJECTS
002810*                  BEFORE THE BUDGET CHECK, AND THE BUDGET IS
002820*                  POSTED PER COST CENTER OF THE SPLIT, NOT ALL
002830*                  TO THE EMPLOYEE'S.  THE GL DISTRIBUTION OF
002840*                  EVERY HOLD IS ARCHIVED SO A DENIAL REVERSES
002850*                  THE ACCOUNTS, COST CENTERS, AND PROJECTS
002860*                  ACTUALLY POSTED; EXCEPTION RECORDS CARRY THE
002870*                  HOLD SEQUENCE THAT FINDS IT, AND AN OVER
002880*                  BUDGET HOLD ITS BUDGET RECORD.  THE BUDGET,
002890*                  ADVANCE LEDGER, AND PENDING-RECEIPT RESTART
002900*                  CHECKS NOW MATCH THE RUN DATE AS WELL AS THE
002910*                  REPORT NUMBER, SO A RELEASED RESUBMISSION IS
002920*                  NOT MISTAKEN FOR A RESTART.
002930*****************************************************************
002940 IDENTIFICATION DIVISION.
002950 PROGRAM-ID.    EXPRPT01.
002960 AUTHOR.        C. A. HUJER.
002970 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
002980 DATE-WRITTEN.  2024-02-01.
002990 DATE-COMPILED.
003000
003010 ENVIRONMENT DIVISION.
003020 INPUT-OUTPUT SECTION.
003030 FILE-CONTROL.
003040     SELECT EXPTRANS ASSIGN TO EXPTRANS
003050         ORGANIZATION IS SEQUENTIAL.
003060     SELECT EXPRPT ASSIGN TO EXPRPT
003070         ORGANIZATION IS SEQUENTIAL.
003080     SELECT EXCHRATE ASSIGN TO EXCHRATE
003090         ORGANIZATION IS SEQUENTIAL.
003100     SELECT MILERATE ASSIGN TO MILERATE
003110         ORGANIZATION IS SEQUENTIAL.
003120     SELECT EXPPOLCY ASSIGN TO EXPPOLCY
003130         ORGANIZATION IS SEQUENTIAL.
003140     SELECT EXPEXCP ASSIGN TO EXPEXCP
003150         ORGANIZATION IS SEQUENTIAL.
003160     SELECT OPTIONAL EXPCKPT ASSIGN TO EXPCKPT
003170         ORGANIZATION IS INDEXED
003180         ACCESS MODE IS RANDOM
003190         RECORD KEY IS EXPCKPT-REPORT-NO.
003200     SELECT EXPGLEX ASSIGN TO EXPGLEX
003210         ORGANIZATION IS SEQUENTIAL.
003220     SELECT EXPMAST ASSIGN TO EXPMAST
003230         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS RANDOM
003250         RECORD KEY IS EXPMAST-EMP-ID.
003260     SELECT EXPREJ ASSIGN TO EXPREJ
003270         ORGANIZATION IS SEQUENTIAL.
003280     SELECT OPTIONAL EXPHIST ASSIGN TO EXPHIST
003290         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003310         RECORD KEY IS EXPHIST-REPORT-NO
003320         ALTERNATE RECORD KEY IS EXPHIST-TRIP-KEY
003330             WITH DUPLICATES.
003340     SELECT EXPDUP ASSIGN TO EXPDUP
003350         ORGANIZATION IS SEQUENTIAL.
003360     SELECT EXPPAY ASSIGN TO EXPPAY
003370         ORGANIZATION IS SEQUENTIAL.
003380     SELECT OPTIONAL EXPAUDIT ASSIGN TO EXPAUDIT
003390         ORGANIZATION IS SEQUENTIAL.
003400     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
003410         ORGANIZATION IS SEQUENTIAL.
003420     SELECT EXPADVL ASSIGN TO EXPADVL
003430         ORGANIZATION IS INDEXED
003440         ACCESS MODE IS RANDOM
003450         RECORD KEY IS EXPADVL-KEY.
003460     SELECT EXPTAUTH ASSIGN TO EXPTAUTH
003470         ORGANIZATION IS INDEXED
003480         ACCESS MODE IS DYNAMIC
003490         RECORD KEY IS EXPTAUTH-KEY.
003500     SELECT EXPBUDG ASSIGN TO EXPBUDG
003510         ORGANIZATION IS INDEXED
003520         ACCESS MODE IS RANDOM
003530         RECORD KEY IS EXPBUDG-KEY.
003540     SELECT EXPTAXX ASSIGN TO EXPTAXX
003550         ORGANIZATION IS SEQUENTIAL.
003560     SELECT EXPRCPT ASSIGN TO EXPRCPT
003570         ORGANIZATION IS INDEXED
003580         ACCESS MODE IS RANDOM
003590         RECORD KEY IS EXPRCPT-KEY.
003600     SELECT EXPSUSP ASSIGN TO EXPSUSP
003610         ORGANIZATION IS INDEXED
003620         ACCESS MODE IS DYNAMIC
003630         RECORD KEY IS EXPSUSP-KEY.
003640     SELECT OPTIONAL EXPARCH ASSIGN TO EXPARCH
003650         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS RANDOM
003670         RECORD KEY IS EXPARCH-KEY
003680         ALTERNATE RECORD KEY IS EXPARCH-EMP-ID
003690             WITH DUPLICATES.
003700     SELECT EXPPROJ ASSIGN TO EXPPROJ
003710         ORGANIZATION IS INDEXED
003720         ACCESS MODE IS RANDOM
003730         RECORD KEY IS EXPPROJ-PROJECT.
003740     SELECT EXPRBIL ASSIGN TO EXPRBIL
003750         ORGANIZATION IS SEQUENTIAL.
003760
003770 DATA DIVISION.
003780 FILE SECTION.
003790 FD  EXPTRANS
003800     RECORDING MODE IS F.
003810     COPY EXPTRAN.
003820
003830 FD  EXPRPT
003840     RECORDING MODE IS F.
003850     COPY EXPRPT.
003860
003870 FD  EXCHRATE
003880     RECORDING MODE IS F.
003890     COPY EXCHRATE.
003900
003910 FD  MILERATE
003920     RECORDING MODE IS F.
003930     COPY MILERATE.
003940
003950 FD  EXPPOLCY
003960     RECORDING MODE IS F.
003970     COPY EXPPOLCY.
003980
003990 FD  EXPEXCP
004000     RECORDING MODE IS F.
004010     COPY EXPEXCP.
004020
004030 FD  EXPCKPT
004040     RECORDING MODE IS F.
004050     COPY EXPCKPT.
004060
004070 FD  EXPGLEX
004080     RECORDING MODE IS F.
004090     COPY EXPGLEX.
004100
004110 FD  EXPMAST
004120     RECORDING MODE IS F.
004130     COPY EXPMAST.
004140
004150 FD  EXPREJ
004160     RECORDING MODE IS F.
004170     COPY EXPREJ.
004180
004190 FD  EXPHIST
004200     RECORDING MODE IS F.
004210     COPY EXPHIST.
004220
004230 FD  EXPDUP
004240     RECORDING MODE IS F.
004250     COPY EXPDUP.
004260
004270 FD  EXPPAY
004280     RECORDING MODE IS F.
004290     COPY EXPPAY.
004300
004310 FD  EXPAUDIT
004320     RECORDING MODE IS F.
004330     COPY EXPAUDIT.
004340
004350 FD  EXPRNCTL
004360     RECORDING MODE IS F.
004370     COPY EXPRNCTL.
004380
004390 FD  EXPADVL
004400     RECORDING MODE IS F.
004410     COPY EXPADVL.
004420
004430 FD  EXPTAUTH
004440     RECORDING MODE IS F.
004450     COPY EXPTAUTH.
004460
004470 FD  EXPBUDG
004480     RECORDING MODE IS F.
004490     COPY EXPBUDG.
004500
004510 FD  EXPTAXX
004520     RECORDING MODE IS F.
004530     COPY EXPTAXX.
004540
004550 FD  EXPRCPT
004560     RECORDING MODE IS F.
004570     COPY EXPRCPT.
004580
004590 FD  EXPSUSP
004600     RECORDING MODE IS F.
004610     COPY EXPSUSP.
004620
004630 FD  EXPARCH
004640     RECORDING MODE IS F.
004650     COPY EXPARCH.
004660
004670 FD  EXPPROJ
004680     RECORDING MODE IS F.
004690     COPY EXPPROJ.
004700
004710 FD  EXPRBIL
004720     RECORDING MODE IS F.
004730     COPY EXPRBIL.
004740
004750 WORKING-STORAGE SECTION.
004760*----------------------------------------------------------------
004770*    SWITCHES
004780*----------------------------------------------------------------
004790 01  WS-EXPTRANS-EOF-SW          PIC X(01)   VALUE 'N'.
004800         88  WS-EXPTRANS-EOF                     VALUE 'Y'.
004810         88  WS-EXPTRANS-NOT-EOF                 VALUE 'N'.
004820 01  WS-EXCHRATE-EOF-SW          PIC X(01)   VALUE 'N'.
004830         88  WS-EXCHRATE-EOF                      VALUE 'Y'.
004840         88  WS-EXCHRATE-NOT-EOF                  VALUE 'N'.
004850 01  WS-MILERATE-EOF-SW          PIC X(01)   VALUE 'N'.
004860         88  WS-MILERATE-EOF                      VALUE 'Y'.
004870         88  WS-MILERATE-NOT-EOF                  VALUE 'N'.
004880 01  WS-EXPPOLCY-EOF-SW          PIC X(01)   VALUE 'N'.
004890         88  WS-EXPPOLCY-EOF                      VALUE 'Y'.
004900         88  WS-EXPPOLCY-NOT-EOF                  VALUE 'N'.
004910 01  WS-RESTART-SW               PIC X(01)   VALUE 'N'.
004920         88  WS-RESTART-REQUESTED                 VALUE 'Y'.
004930         88  WS-RESTART-NOT-REQUESTED             VALUE 'N'.
004940 01  WS-EXPAUDIT-EOF-SW          PIC X(01)   VALUE 'N'.
004950         88  WS-EXPAUDIT-EOF                      VALUE 'Y'.
004960         88  WS-EXPAUDIT-NOT-EOF                  VALUE 'N'.
004970 01  WS-PRIOR-RUN-SW             PIC X(01)   VALUE 'N'.
004980         88  WS-PRIOR-RUN-FOUND                   VALUE 'Y'.
004990         88  WS-PRIOR-RUN-NOT-FOUND               VALUE 'N'.
005000
005010*----------------------------------------------------------------
005020*    COUNTERS AND ACCUMULATORS
005030*----------------------------------------------------------------
005040 77  WS-LINE-COUNT               PIC 9(05)   COMP VALUE 0.
005050 01  TOTAL                       PIC 9(08)V99      VALUE 0.
005060 01  MEALS                       PIC 9(08)V99      VALUE 0.
005070 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
005080
005090*----------------------------------------------------------------
005100*    BATCH CONTROL TOTALS - ACCUMULATED ACROSS EVERY REPORT IN
005110*    THE RUN AND PRINTED AS A SUMMARY AFTER THE LAST REPORT
005120*----------------------------------------------------------------
005130 77  WS-REPORT-COUNT             PIC 9(05)   COMP VALUE 0.
005140 77  WS-OVER-LIMIT-COUNT         PIC 9(05)   COMP VALUE 0.
005150 77  WS-REJECT-COUNT             PIC 9(05)   COMP VALUE 0.
005160 77  WS-DUP-COUNT                PIC 9(05)   COMP VALUE 0.
005170 77  WS-PAYMENT-COUNT            PIC 9(05)   COMP VALUE 0.
005180 77  WS-AUTH-EXCP-COUNT          PIC 9(05)   COMP VALUE 0.
005190 77  WS-BUDGET-HOLD-COUNT        PIC 9(05)   COMP VALUE 0.
005200 77  WS-REBILL-COUNT             PIC 9(05)   COMP VALUE 0.
005210 01  WS-REBILL-TOTAL             PIC 9(10)V99      VALUE 0.
005220
005230*----------------------------------------------------------------
005240*    RUN-AUDIT COUNTS - WHAT WENT INTO AND CAME OUT OF THIS
005250*    RUN, WRITTEN TO THE CUMULATIVE EXPAUDIT FILE AT END OF JOB
005260*    FOR THE INDEPENDENT BALANCING STEP.  THE WRITTEN COUNTS
005270*    AND THE EXCEPTION AMOUNT TOTAL ARE CARRIED FORWARD ACROSS
005280*    A RESTART THROUGH THE CHECKPOINT FILE SO THEY COVER THE
005290*    WHOLE EXTENDED GENERATION.
005300*----------------------------------------------------------------
005310 77  WS-HEADERS-READ             PIC 9(05)   COMP VALUE 0.
005320 77  WS-DETAILS-READ             PIC 9(05)   COMP VALUE 0.
005330 77  WS-EXCP-WRITTEN             PIC 9(05)   COMP VALUE 0.
005340 77  WS-GLEX-WRITTEN             PIC 9(05)   COMP VALUE 0.
005350 77  WS-CKPT-WRITTEN             PIC 9(05)   COMP VALUE 0.
005360 01  WS-EXCP-AMOUNT-TOTAL        PIC 9(10)V99      VALUE 0.
005370 01  WS-RUN-TIME                 PIC X(08)   VALUE SPACES.
005380 01  WS-SYS-DATE                 PIC X(08)   VALUE SPACES.
005390 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
005400
005410*----------------------------------------------------------------
005420*    PAYMENT EXTRACT WORK AREAS - THE REPORT'S EXCEPTION-QUEUE
005430*    TOTAL IS HELD BACK FROM THE PAYABLE AMOUNT UNTIL THE
005440*    APPROVAL PROGRAM RELEASES IT, AND THE PAYMENT REFERENCE
005450*    IDENTIFIES THE SOURCE RUN.
005460*----------------------------------------------------------------
005470 01  WS-REPORT-EXCP-TOTAL        PIC 9(08)V99      VALUE 0.
005480 01  WS-PAYABLE-AMOUNT           PIC 9(08)V99      VALUE 0.
005490 01  WS-NET-PAYABLE              PIC S9(09)V99     VALUE 0.
005500
005510*----------------------------------------------------------------
005520*    CASH ADVANCE WORK AREAS - THE REPORT'S ADVANCES, CONVERTED
005530*    TO HOME CURRENCY, ARE NETTED AGAINST ITS TOTAL IN THE
005540*    SETTLEMENT BLOCK AND HELD OUT OF THE PAYMENT EXTRACT.
005550*    ADVANCES STILL UNSETTLED AFTER TRIP END ACCUMULATE FOR THE
005560*    BATCH SUMMARY SO TREASURY CAN CHASE THEM.
005570*----------------------------------------------------------------
005580 01  WS-ADVANCE-TOTAL            PIC 9(08)V99      VALUE 0.
005590 77  WS-REPORT-ADV-COUNT         PIC 9(03)   COMP VALUE 0.
005600 01  WS-NET-AMOUNT               PIC S9(09)V99     VALUE 0.
005610 77  WS-OUTSTANDING-ADV-COUNT    PIC 9(05)   COMP VALUE 0.
005620 01  WS-OUTSTANDING-ADV-TOTAL    PIC 9(10)V99      VALUE 0.
005630 01  WS-PAY-REF.
005640         05  WS-PAY-REF-SOURCE           PIC X(02).
005650         05  WS-PAY-REF-REPORT           PIC 9(06).
005660         05  WS-PAY-REF-DATE             PIC X(08).
005670 01  WS-GRAND-TOTAL              PIC 9(10)V99      VALUE 0.
005680 01  WS-GRAND-MEALS              PIC 9(10)V99      VALUE 0.
005690
005700*----------------------------------------------------------------
005710*    ADVANCE LEDGER SETTLEMENT - EACH ADVANCE ON THE REPORT IS
005720*    HELD HERE WITH THE OPEN BALANCE IT NETS AGAINST THE
005730*    REPORT - THE EXPADVL LEDGER BALANCE WHEN TREASURY HAS
005740*    ALREADY RECORDED IT, THE CONVERTED ADVANCE RECORD WHEN
005750*    THIS REPORT IS THE FIRST TO CARRY IT.  ONCE THE REPORT IS
005760*    TOTALED ITS EXPENSES SETTLE THE ADVANCES IN TURN.  THE
005770*    FRONT-END EDIT ALLOWS 20 ADVANCES PER SUBMISSION.
005780*----------------------------------------------------------------
005790 77  WS-MAX-REPORT-ADVS          PIC 9(03)   COMP VALUE 20.
005800 01  WS-RPT-ADV-TABLE.
005810         05  WS-RPT-ADV-ENTRY OCCURS 20 TIMES INDEXED BY AI.
005820             10  WS-RPT-ADV-NO       PIC 9(06).
005830             10  WS-RPT-ADV-ISSUE-DATE
005840                                     PIC X(08).
005850             10  WS-RPT-ADV-CONVERTED
005860                                     PIC 9(08)V99.
005870             10  WS-RPT-ADV-OPEN     PIC 9(08)V99.
005880 01  WS-SETTLE-POOL              PIC 9(08)V99      VALUE 0.
005890 01  WS-SETTLE-AMOUNT            PIC 9(08)V99      VALUE 0.
005900 01  WS-ADV-BALANCE              PIC S9(09)V99     VALUE 0.
005910
005920*----------------------------------------------------------------
005930*    TRAVEL AUTHORIZATION MATCHING - EACH REPORT IS MATCHED ON
005940*    EMPLOYEE AND TRIP DATES TO AN AUTHORIZATION ON THE
005950*    EXPTAUTH MASTER.  ONE WHOSE APPROVED DATES COVER THE WHOLE
005960*    TRIP WINS; FAILING THAT, THE FIRST WHOSE DATES OVERLAP IT
005970*    IS TAKEN AND THE TRIP IS EXCEPTED AS OUTSIDE ITS APPROVED
005980*    DATES.  TRAVEL TOTALING MORE THAN WS-AUTH-THRESHOLD MUST
005990*    BE AUTHORIZED BEFORE THE TRIP, AND A TRIP MORE THAN
006000*    WS-AUTH-TOLERANCE-PCT PERCENT OVER ITS ESTIMATE IS EXCEPTED
006010*    FOR THE AMOUNT OVER THE ESTIMATE.  A TRIP-LEVEL EXCEPTION
006020*    NEVER HOLDS MORE THAN THE PART OF THE REPORT NOT ALREADY
006030*    SITTING IN THE QUEUE, SO NOTHING IS HELD TWICE.
006040*----------------------------------------------------------------
006050 77  WS-AUTH-THRESHOLD           PIC 9(08)V99      VALUE 500.00.
006060 77  WS-AUTH-TOLERANCE-PCT       PIC 9(03)   COMP VALUE 10.
006070 01  WS-AUTH-MATCH-SW            PIC X(01)   VALUE 'N'.
006080         88  WS-AUTH-NONE                         VALUE 'N'.
006090         88  WS-AUTH-OVERLAPS                     VALUE 'O'.
006100         88  WS-AUTH-COVERS                       VALUE 'C'.
006110 01  WS-AUTH-SCAN-SW             PIC X(01)   VALUE 'N'.
006120         88  WS-AUTH-SCAN-DONE                    VALUE 'Y'.
006130         88  WS-AUTH-SCAN-NOT-DONE                VALUE 'N'.
006140 01  WS-AUTH-NO-HOLD             PIC 9(06)   VALUE 0.
006150 01  WS-AUTH-EST-TOTAL           PIC 9(08)V99      VALUE 0.
006160 01  WS-AUTH-EST-LIMIT           PIC 9(09)V99      VALUE 0.
006170 01  WS-AUTH-OVERAGE             PIC 9(08)V99      VALUE 0.
006180 01  WS-AUTH-UNHELD              PIC S9(09)V99     VALUE 0.
006190
006200*----------------------------------------------------------------
006210*    DEPARTMENT BUDGET CONTROL - EACH REPORT'S GL POSTINGS ARE
006220*    ADDED TO THE MONTH-TO-DATE ACTUALS ON THE EXPBUDG RECORD
006230*    FOR ITS DEPARTMENT, THE COST CENTER THE POSTING WAS
006240*    ALLOCATED TO, AND THE RUN MONTH.  WHEN THE ACTUALS OF ONE
006250*    OF THOSE RECORDS THEN STAND OVER THE MONTH'S BUDGET, THE
006260*    PART OF THE REPORT NOT ALREADY IN THE QUEUE IS HELD FOR
006270*    CONTROLLER RELEASE ON THAT RECORD.  A COST CENTER WITH NO
006280*    BUDGET RECORD FOR THE MONTH IS NOT UNDER BUDGET CONTROL.
006290*    THE COST CENTER TABLE HOLDS EACH DISTINCT COST CENTER OF
006300*    THE REPORT'S POSTINGS - THE EMPLOYEE'S AND ONE PER
006310*    ALLOCATION AT WORST, SO IT CANNOT OVERFLOW.
006320*----------------------------------------------------------------
006330 77  WS-MAX-BUD-ACCTS            PIC 9(03)   COMP VALUE 10.
006340 77  WS-BUD-SUB                  PIC 9(03)   COMP VALUE 0.
006350 77  WS-BUD-MATCH-SUB            PIC 9(03)   COMP VALUE 0.
006360 77  WS-BUD-FREE-SUB             PIC 9(03)   COMP VALUE 0.
006370 01  WS-BUD-FOUND-SW             PIC X(01)   VALUE 'N'.
006380         88  WS-BUD-FOUND                         VALUE 'Y'.
006390         88  WS-BUD-NOT-FOUND                     VALUE 'N'.
006400 01  WS-CURR-COST-CENTER         PIC X(08)   VALUE SPACES.
006410 01  WS-BUD-TOTAL-BUDGET         PIC 9(10)V99      VALUE 0.
006420 01  WS-BUD-TOTAL-ACTUAL         PIC 9(10)V99      VALUE 0.
006430 01  WS-BUD-HOLD-AMOUNT          PIC 9(08)V99      VALUE 0.
006440 01  WS-BUD-HOLD-COST-CENTER     PIC X(08)   VALUE SPACES.
006450 01  WS-BUD-REC-HELD             PIC 9(08)V99      VALUE 0.
006460 77  WS-BUD-CC-COUNT             PIC 9(03)   COMP VALUE 0.
006470 01  WS-BUD-CC-TABLE.
006480         05  WS-BUD-CC-ENTRY OCCURS 0 TO 51 TIMES
006490                           DEPENDING ON WS-BUD-CC-COUNT
006500                           INDEXED BY BCI.
006510             10  WS-BUD-CC           PIC X(08).
006520
006530*----------------------------------------------------------------
006540*    TAXABLE REIMBURSEMENT CLASSIFICATION - UNDER THE
006550*    ACCOUNTABLE-PLAN RULES A REPORT SUBMITTED MORE THAN
006560*    WS-LATE-CLAIM-DAYS DAYS AFTER ITS TRIP ENDED IS TAXABLE
006570*    WAGES IN FULL, AND MEALS OVER THE DAILY PER-DIEM ARE
006580*    TAXABLE WHEN A MANAGER APPROVES THEM.  A LATE REPORT'S
006590*    PAYMENT CARRIES ITS WHOLE AMOUNT AS TAXABLE AND GOES TO
006600*    THE PAYROLL EXTRACT; ITS EXCEPTIONS, AND EVERY DAILY MEALS
006610*    EXCEPTION, CARRY THE TAX CODE AND TAXABLE AMOUNT THE
006620*    APPROVAL PROGRAM NEEDS WHEN IT RELEASES THEM.  DAY AGES
006630*    USE THE APPROXIMATE DAY SERIAL (YEAR*365 + MONTH*31 + DAY)
006640*    THE APPROVAL PROGRAM AGES ITS QUEUE WITH.  THE PAYROLL
006650*    PAY PERIOD IS SEMI-MONTHLY - 01 FOR JANUARY 1ST-15TH
006660*    THROUGH 24 FOR DECEMBER 16TH-31ST.
006670*----------------------------------------------------------------
006680 77  WS-LATE-CLAIM-DAYS          PIC 9(03)   COMP VALUE 60.
006690 01  WS-LATE-CLAIM-SW            PIC X(01)   VALUE 'N'.
006700         88  WS-CLAIM-LATE                        VALUE 'Y'.
006710         88  WS-CLAIM-TIMELY                      VALUE 'N'.
006720 01  WS-TAX-DATE.
006730         05  WS-TAX-DATE-X               PIC X(08).
006740         05  WS-TAX-DATE-N REDEFINES WS-TAX-DATE-X.
006750             10  WS-TAX-YYYY         PIC 9(04).
006760             10  WS-TAX-MM           PIC 9(02).
006770             10  WS-TAX-DD           PIC 9(02).
006780 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
006790 01  WS-TRIP-END-SERIAL          PIC 9(07)   COMP VALUE 0.
006800 01  WS-DAYS-SINCE-TRIP          PIC S9(05)  COMP VALUE 0.
006810 01  WS-TAX-PAY-PERIOD.
006820         05  WS-TAX-PAY-YEAR             PIC X(04).
006830         05  WS-TAX-PAY-PERIOD-NO        PIC 9(02).
006840 01  WS-QUEUE-TAXABLE            PIC 9(08)V99      VALUE 0.
006850 01  WS-DAYS-FMT                 PIC Z(04)9.
006860
006870*----------------------------------------------------------------
006880*    RECEIPT SUBSTANTIATION - A LINE OVER ITS TYPE'S RECEIPT
006890*    THRESHOLD SUBMITTED WITHOUT A RECEIPT IS HELD OUT OF THE
006900*    PAYMENT AND BUFFERED HERE UNTIL THE REPORT'S TOTAL AND
006910*    ADVANCES ARE KNOWN, THEN WRITTEN TO THE EXPRCPT
006920*    PENDING-RECEIPT FILE FOR THE RECEIPT PROGRAM TO RELEASE OR
006930*    DENY.  A LINE ALREADY IN THE MANAGER QUEUE - OVER ITS
006940*    LIMIT, OR ON A MEAL DAY OVER THE PER-DIEM - IS NOT HELD
006950*    AGAIN.  A POLICY RECEIPT WINDOW OF ZERO TAKES
006960*    WS-RCPT-DEFAULT-DAYS.  THE BUFFER HAS ONE ROW PER EXPENSE
006970*    LINE AT WORST, SO IT CANNOT OVERFLOW.
006980*----------------------------------------------------------------
006990 77  WS-RCPT-DEFAULT-DAYS        PIC 9(03)   COMP VALUE 30.
007000 77  WS-PEND-RCPT-COUNT          PIC 9(03)   COMP VALUE 0.
007010 01  WS-PEND-RCPT-TABLE.
007020         05  WS-PEND-RCPT-ENTRY OCCURS 0 TO 200 TIMES
007030                           DEPENDING ON WS-PEND-RCPT-COUNT
007040                           INDEXED BY RPI.
007050             10  WS-RCPT-LINE-NO     PIC 9(03).
007060             10  WS-RCPT-TYPE        PIC 9(01).
007070             10  WS-RCPT-TYPE-NAME   PIC X(11).
007080             10  WS-RCPT-GL-ACCT     PIC X(08).
007090             10  WS-RCPT-EXP-DATE    PIC X(08).
007100             10  WS-RCPT-AMOUNT      PIC 9(08)V99.
007110             10  WS-RCPT-WINDOW      PIC 9(03).
007120 01  WS-REPORT-RCPT-TOTAL        PIC 9(08)V99      VALUE 0.
007130 01  WS-RCPT-ADV-POOL            PIC S9(09)V99     VALUE 0.
007140
007150*----------------------------------------------------------------
007160*    DEPARTMENT CONTROL-BREAK TOTALS - EXPTRANS ARRIVES SORTED
007170*    BY DEPARTMENT, SO EACH CHANGE OF DEPARTMENT CLOSES THE
007180*    PRIOR DEPARTMENT'S SUBTOTAL BLOCK.  ONLY REPORTS ACTUALLY
007190*    PRINTED COUNT TOWARD THE DEPARTMENT TOTALS.
007200*----------------------------------------------------------------
007210 01  WS-DEPT-OPEN-SW             PIC X(01)   VALUE 'N'.
007220         88  WS-DEPT-OPEN                         VALUE 'Y'.
007230         88  WS-DEPT-NOT-OPEN                     VALUE 'N'.
007240 01  WS-CURR-DEPARTMENT          PIC X(10)   VALUE SPACES.
007250 77  WS-DEPT-REPORT-COUNT        PIC 9(05)   COMP VALUE 0.
007260 77  WS-DEPT-OVER-LIMIT-COUNT    PIC 9(05)   COMP VALUE 0.
007270 01  WS-DEPT-TOTAL               PIC 9(10)V99      VALUE 0.
007280 01  WS-DEPT-MEALS               PIC 9(10)V99      VALUE 0.
007290
007300*----------------------------------------------------------------
007310*    RESTART CONTROL - THE CHECKPOINT FILE IS NOW A KEYED VSAM
007320*    FILE, SO A RESTART PROBES FOR A REPORT'S CHECKPOINT
007330*    RECORD DIRECTLY INSTEAD OF LOADING EVERY ONE INTO A
007340*    1000-ROW TABLE, AND THE PRIOR RUN'S FINAL CONTROL TOTALS
007350*    COME FROM THE RUNNING-TOTALS CONTROL RECORD AT RESERVED
007360*    KEY 000000.
007370*----------------------------------------------------------------
007380 77  WS-CKPT-CONTROL-KEY         PIC 9(06)        VALUE 0.
007390 01  WS-CKPT-FOUND-SW            PIC X(01)   VALUE 'N'.
007400         88  WS-REPORT-CKPTED                     VALUE 'Y'.
007410         88  WS-REPORT-NOT-CKPTED                 VALUE 'N'.
007420
007430*----------------------------------------------------------------
007440*    DAILY EXCHANGE RATE TABLE - LOADED FROM EXCHRATE AND USED
007450*    TO CONVERT FOREIGN-CURRENCY EXPENSE LINES TO HOME CURRENCY
007460*----------------------------------------------------------------
007470 77  WS-RATE-COUNT               PIC 9(03)   COMP VALUE 0.
007480 77  WS-MAX-RATES                PIC 9(03)   COMP VALUE 20.
007490 01  WS-RATE-TABLE.
007500         05  WS-RATE-ENTRY OCCURS 0 TO 20 TIMES
007510                           DEPENDING ON WS-RATE-COUNT
007520                           INDEXED BY RI.
007530             10  WS-RATE-CURRENCY    PIC X(03).
007540             10  WS-RATE-VALUE       PIC 9(03)V9(06).
007550 01  WS-CONVERTED-AMOUNT         PIC 9(08)V99      VALUE 0.
007560 01  WS-CONVERT-AMOUNT           PIC 9(08)V99      VALUE 0.
007570 01  WS-CONVERT-CURRENCY         PIC X(03)         VALUE SPACES.
007580
007590*----------------------------------------------------------------
007600*    STANDARD MILEAGE RATE TABLE - LOADED FROM MILERATE AND
007610*    USED TO COMPUTE THE REIMBURSABLE AMOUNT OF A TYPE-6 LINE
007620*    FROM ITS MILES DRIVEN.  THE RATE APPLIED IS THE ONE WITH
007630*    THE LATEST EFFECTIVE DATE NOT AFTER THE LINE'S EXPENSE
007640*    DATE - THE FRONT-END EDIT GUARANTEES ONE EXISTS.
007650*----------------------------------------------------------------
007660 77  WS-MRATE-COUNT              PIC 9(03)   COMP VALUE 0.
007670 77  WS-MAX-MRATES               PIC 9(03)   COMP VALUE 20.
007680 01  WS-MRATE-TABLE.
007690         05  WS-MRATE-ENTRY OCCURS 0 TO 20 TIMES
007700                           DEPENDING ON WS-MRATE-COUNT
007710                           INDEXED BY MRI.
007720             10  WS-MRATE-EFF-DATE   PIC X(08).
007730             10  WS-MRATE-VALUE      PIC 9(01)V9(04).
007740 01  WS-MILE-RATE                PIC 9(01)V9(04)   VALUE 0.
007750 01  WS-MRATE-BEST-DATE          PIC X(08)   VALUE SPACES.
007760
007770*----------------------------------------------------------------
007780*    EMPLOYEE MASTER VALIDATION - THE MASTER IS NOW A KEYED
007790*    VSAM FILE READ DIRECTLY BY EMPLOYEE ID BEFORE EACH
007800*    SUBMISSION IS PROCESSED, SO CAPACITY IS BOUNDED BY THE
007810*    DATASET, NOT A 500-ROW TABLE.  WS-REJECT-REASON IS
007820*    SPACES WHEN THE SUBMISSION PASSES, OTHERWISE THE EXPREJ
007830*    REASON CODE THE SUBMISSION IS REJECTED WITH.
007840*----------------------------------------------------------------
007850 01  WS-REJECT-REASON            PIC X(02)   VALUE SPACES.
007860
007870*----------------------------------------------------------------
007880*    CLAIM HISTORY - THE ROLLING EXPHIST FILE IS NOW A KEYED
007890*    VSAM FILE PROBED PER SUBMISSION BY REPORT NUMBER AND BY
007900*    EMPLOYEE PLUS TRIP DATES, AND EXTENDED AS EACH REPORT
007910*    COMPLETES - A SUBMISSION KEYED TWICE IN THE SAME DAY'S
007920*    FILE HITS THE RECORD ITS FIRST COPY JUST WROTE.  STARTUP
007930*    NO LONGER RE-READS A YEAR OF HISTORY, AND HOUSEKEEPING
007940*    ALONE TRIMS CLAIMS PAST THE ONE-YEAR DUPLICATE HORIZON.
007950*    WS-DUP-REASON IS SPACES WHEN THE SUBMISSION IS NEW,
007960*    OTHERWISE THE EXPDUP REASON CODE.
007970*----------------------------------------------------------------
007980 01  WS-DUP-REASON               PIC X(02)   VALUE SPACES.
007990*    A HEADER CARRYING THE DUPLICATE-CHECK BYPASS FLAG SKIPS THE
008000*    CHECK ONLY WHEN THE SUSPECT QUEUE HOLDS A RELEASED HEADER
008010*    FOR THE SAME REPORT AND EMPLOYEE - OR ONE THIS BUSINESS DAY
008020*    ALREADY RE-ENTERED, SO A RESTARTED RUN STILL HONORS IT.
008030 01  WS-DUP-BYPASS-SW            PIC X(01)   VALUE 'N'.
008040         88  WS-DUP-BYPASS-HONORED                VALUE 'Y'.
008050         88  WS-DUP-BYPASS-NOT-HONORED            VALUE 'N'.
008060 01  WS-SUSP-SCAN-SW             PIC X(01)   VALUE 'N'.
008070         88  WS-SUSP-SCAN-DONE                    VALUE 'Y'.
008080         88  WS-SUSP-SCAN-NOT-DONE                VALUE 'N'.
008090
008100*----------------------------------------------------------------
008110*    EXCEPTION BUFFER - THE CURRENT REPORT'S OVER-LIMIT ITEMS
008120*    ARE HELD HERE UNTIL THE REPORT'S TOTAL AND ADVANCES ARE
008130*    KNOWN, THEN WRITTEN TO EXPEXCP STAMPED WITH THE PORTION OF
008140*    THE CASH ADVANCE THE PAYMENT EXTRACT COULD NOT NET AGAINST
008150*    THE NON-EXCEPTED TOTAL, SO THE APPROVAL PROGRAM CAN TAKE
008160*    IT OUT OF THE PAYMENT IT RELEASES ON APPROVAL.  AT WORST
008170*    EVERY EXPENSE LINE AND EVERY MEAL DAY EXCEPTS, SO THE
008180*    BUFFER HOLDS TWICE THE EXPENSE TABLE.  EACH ITEM KEEPS WHAT
008190*    IT HOLDS - ONE LINE, ONE MEAL DAY, OR (FOR A TRIP OR
008200*    BUDGET HOLD) THE REPORT - SO ITS GL DISTRIBUTION CAN BE
008210*    ARCHIVED; THE CALLER SETS THE WS-QUEUE- FIELDS BEFORE
008220*    QUEUEING A LINE OR MEAL DAY, AND THEY GO BACK TO A
008230*    REPORT-LEVEL HOLD ONCE IT IS QUEUED.
008240*----------------------------------------------------------------
008250 77  WS-PEND-EXCP-COUNT          PIC 9(03)   COMP VALUE 0.
008260 77  WS-MAX-PEND-EXCPS           PIC 9(03)   COMP VALUE 400.
008270 01  WS-PEND-EXCP-TABLE.
008280         05  WS-PEND-EXCP-ENTRY OCCURS 0 TO 400 TIMES
008290                           DEPENDING ON WS-PEND-EXCP-COUNT
008300                           INDEXED BY PI.
008310             10  WS-PEND-TYPE-NAME   PIC X(11).
008320             10  WS-PEND-AMOUNT      PIC 9(08)V99.
008330             10  WS-PEND-TAXABLE     PIC 9(08)V99.
008340             10  WS-PEND-SCOPE       PIC X(01).
008350                 88  WS-PEND-LINE-HOLD           VALUE 'L'.
008360                 88  WS-PEND-DAY-HOLD            VALUE 'D'.
008370                 88  WS-PEND-REPORT-HOLD         VALUE 'R'.
008380             10  WS-PEND-LINE-NO     PIC 9(03).
008390             10  WS-PEND-DAY-DATE    PIC X(08).
008400             10  WS-PEND-BUD-CC      PIC X(08).
008410 01  WS-UNAPPLIED-ADVANCE        PIC S9(09)V99     VALUE 0.
008420 01  WS-QUEUE-SCOPE              PIC X(01)   VALUE 'R'.
008430 01  WS-QUEUE-LINE-NO            PIC 9(03)   VALUE 0.
008440 01  WS-QUEUE-DAY-DATE           PIC X(08)   VALUE SPACES.
008450 01  WS-QUEUE-COST-CENTER        PIC X(08)   VALUE SPACES.
008460
008470*----------------------------------------------------------------
008480*    DETAIL LINE WORK AREAS
008490*----------------------------------------------------------------
008500 01  EXPENSENAME                 PIC A(11).
008510 01  MEALOVEREXPENSESMARKER      PIC A(01).
008520 01  WS-AMOUNT-EDIT              PIC $$$,$$$,$$9.99.
008530 01  WS-REPORT-NO-FMT            PIC Z(05)9.
008540 01  WS-MILES-FMT                PIC Z(09)9.
008550 01  WS-MRATE-FMT                PIC 9.9(04).
008560 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
008570 01  WS-COUNT-FMT                PIC Z(04)9.
008580
008590*----------------------------------------------------------------
008600*    PRINT PAGE CONTROL - THE REPORT IS A REAL PRINT FILE WITH A
008610*    PAGE HEADING, A LINE COUNTER THAT FORCES A PAGE BREAK
008620*    BEFORE THE 60-LINE MARK, AND A REPEAT OF THE EMPLOYEE
008630*    HEADER BLOCK WHEN A REPORT RUNS ACROSS THE BREAK.
008640*----------------------------------------------------------------
008650 77  WS-PAGE-LIMIT               PIC 9(03)   COMP VALUE 56.
008660 77  WS-LINES-ON-PAGE            PIC 9(03)   COMP VALUE 0.
008670 77  WS-PAGE-COUNT               PIC 9(05)   COMP VALUE 0.
008680 01  WS-PAGE-FMT                 PIC Z(04)9.
008690 01  WS-HOLD-LINE                PIC X(132)  VALUE SPACES.
008700 01  WS-REPORT-ACTIVE-SW         PIC X(01)   VALUE 'N'.
008710         88  WS-REPORT-ACTIVE                     VALUE 'Y'.
008720         88  WS-REPORT-NOT-ACTIVE                 VALUE 'N'.
008730*    WHILE A REPORT IS PRINTING EVERY BODY LINE IS ALSO COPIED TO
008740*    THE EXPARCH CLAIM ARCHIVE, NUMBERED IN PRINT ORDER.  PAGE
008750*    HEADINGS AND CONTINUATION HEADERS ARE NOT COPIED.
008760 01  WS-ARCH-CAPTURE-SW          PIC X(01)   VALUE 'N'.
008770         88  WS-ARCH-CAPTURE-ON                   VALUE 'Y'.
008780         88  WS-ARCH-CAPTURE-OFF                  VALUE 'N'.
008790 77  WS-ARCH-PRINT-SEQ           PIC 9(04)   COMP VALUE 0.
008800 77  WS-COLUMN-HEADER            PIC X(40)   VALUE
008810     'Expense     Date            Amount Ovr'.
008820*----------------------------------------------------------------
008830*    EXPENSE POLICY TABLE - LOADED FROM THE EXPPOLCY CONTROL
008840*    FILE AT INITIALIZATION.  ONE ROW PER TYPE, GRADE TIER, AND
008850*    EFFECTIVE DATE CARRIES THE TYPE NAME, GL ACCOUNT, AND
008860*    POLICY LIMIT THAT USED TO BE HARD-CODED HERE.  THE ROW IN
008870*    FORCE FOR A LINE IS THE ONE FOR ITS TYPE WITH THE LATEST
008880*    EFFECTIVE DATE NOT AFTER THE LINE'S EXPENSE DATE, A ROW
008890*    MATCHING THE EMPLOYEE'S GRADE BEATING THE ALL-GRADES
008900*    (SPACE) ROW.  MEAL TYPES 1 AND 2 CARRY THE COMBINED DAILY
008910*    PER-DIEM ON THE TYPE 1 ROW; A LIMIT OF ZERO MEANS NO
008920*    LIMIT.
008930*----------------------------------------------------------------
008940 77  WS-POLICY-COUNT             PIC 9(03)   COMP VALUE 0.
008950 77  WS-MAX-POLICIES             PIC 9(03)   COMP VALUE 100.
008960 01  WS-POLICY-TABLE.
008970         05  WS-POL-ENTRY OCCURS 0 TO 100 TIMES
008980                          DEPENDING ON WS-POLICY-COUNT
008990                          INDEXED BY POI.
009000             10  WS-POL-TYPE         PIC 9(01).
009010             10  WS-POL-GRADE        PIC X(01).
009020             10  WS-POL-EFF-DATE     PIC X(08).
009030             10  WS-POL-TYPE-NAME    PIC X(11).
009040             10  WS-POL-GL-ACCT      PIC X(08).
009050             10  WS-POL-LIMIT        PIC 9(08)V99.
009060             10  WS-POL-RCPT-THRESH  PIC 9(08)V99.
009070             10  WS-POL-RCPT-DAYS    PIC 9(03).
009080
009090*----------------------------------------------------------------
009100*    POLICY LOOKUP WORK AREAS - 3105-FIND-POLICY TAKES THE TYPE
009110*    AND DATE, SCANS THE TABLE, AND LEAVES THE NAME, ACCOUNT,
009120*    LIMIT, AND RECEIPT RULES OF THE ROW IN FORCE.  THE
009130*    GRADE-MATCHED AND ALL-GRADES CANDIDATES ARE TRACKED
009140*    SEPARATELY SO A GRADE ROW WINS WHENEVER ONE EXISTS.
009150*----------------------------------------------------------------
009160 01  WS-POL-LOOKUP-TYPE          PIC 9(01)   VALUE 0.
009170 01  WS-POL-LOOKUP-DATE          PIC X(08)   VALUE SPACES.
009180 01  WS-POL-FOUND-SW             PIC X(01)   VALUE 'N'.
009190         88  WS-POL-FOUND                         VALUE 'Y'.
009200         88  WS-POL-NOT-FOUND                     VALUE 'N'.
009210 01  WS-POL-GRADE-DATE           PIC X(08)   VALUE SPACES.
009220 01  WS-POL-GRADE-NAME           PIC X(11)   VALUE SPACES.
009230 01  WS-POL-GRADE-GL             PIC X(08)   VALUE SPACES.
009240 01  WS-POL-GRADE-LIMIT          PIC 9(08)V99      VALUE 0.
009250 01  WS-POL-GRADE-RCPT-THRESH    PIC 9(08)V99      VALUE 0.
009260 01  WS-POL-GRADE-RCPT-DAYS      PIC 9(03)         VALUE 0.
009270 01  WS-POL-ANY-DATE             PIC X(08)   VALUE SPACES.
009280 01  WS-POL-ANY-NAME             PIC X(11)   VALUE SPACES.
009290 01  WS-POL-ANY-GL               PIC X(08)   VALUE SPACES.
009300 01  WS-POL-ANY-LIMIT            PIC 9(08)V99      VALUE 0.
009310 01  WS-POL-ANY-RCPT-THRESH      PIC 9(08)V99      VALUE 0.
009320 01  WS-POL-ANY-RCPT-DAYS        PIC 9(03)         VALUE 0.
009330 01  WS-POLICY-TYPE-NAME         PIC X(11)   VALUE SPACES.
009340 01  WS-POLICY-GL-ACCT           PIC X(08)   VALUE SPACES.
009350 01  WS-POLICY-LIMIT             PIC 9(08)V99      VALUE 0.
009360 01  WS-POLICY-RCPT-THRESH       PIC 9(08)V99      VALUE 0.
009370 01  WS-POLICY-RCPT-DAYS         PIC 9(03)         VALUE 0.
009380 01  WS-CURR-EMP-GRADE           PIC X(01)   VALUE SPACE.
009390
009400*----------------------------------------------------------------
009410*    PER-REPORT TOTALS FOR THE EXPGLEX POSTING EXTRACT -
009420*    WS-GL-TOTALS(TYPE) ACCUMULATES EACH TYPE'S CONVERTED
009430*    AMOUNT FOR THE REPORT CURRENTLY PRINTING AND IS RESET AT
009440*    THE START OF EACH REPORT.  THE ACCOUNT EACH TYPE POSTS TO
009450*    NOW COMES FROM THE POLICY TABLE.
009460*----------------------------------------------------------------
009470 01  WS-GL-TOTALS.
009480         05  WS-GL-TOTAL OCCURS 6 TIMES INDEXED BY GI
009490                                     PIC 9(08)V99.
009500
009510*----------------------------------------------------------------
009520*    EMPLOYEE / TRIP HEADER - LOADED FROM THE EXPTRANS HEADER
009530*    RECORD THAT PRECEDES EACH EMPLOYEE'S DETAIL RECORDS
009540*----------------------------------------------------------------
009550 01  WS-HEADER.
009560         05  WS-EMP-ID                   PIC X(06).
009570         05  WS-EMP-NAME                 PIC X(20).
009580         05  WS-DEPARTMENT               PIC X(10).
009590         05  WS-TRIP-START               PIC X(08).
009600         05  WS-TRIP-END                 PIC X(08).
009610         05  WS-REPORT-NO                PIC 9(06).
009620
009630*----------------------------------------------------------------
009640*    EXPENSE LINE TABLE - LOADED FROM EXPTRANS
009650*----------------------------------------------------------------
009660 77  WS-MAX-EXPENSES             PIC 9(03)   COMP VALUE 200.
009670 01  WS-TABLE.
009680         05  WS-EXPENSES OCCURS 200 TIMES INDEXED BY I.
009690             10  WS-TYPE             PIC 9(01).
009700             10  WS-AMOUNT           PIC 9(08)V99.
009710             10  WS-CURRENCY         PIC X(03).
009720             10  WS-EXP-DATE         PIC X(08).
009730*            MILES DRIVEN - CARRIED ONLY ON TYPE-6 LINES,
009740*            ZERO ON EVERY OTHER TYPE.
009750             10  WS-MILES            PIC 9(10).
009760             10  WS-RECEIPT-IND      PIC X(01).
009770*            HOME-CURRENCY AMOUNT, AND 'X' WHEN THE LINE WENT TO
009780*            THE MANAGER QUEUE - BOTH SET AS THE LINE PRINTS.
009790             10  WS-CONV-AMOUNT      PIC 9(08)V99.
009800             10  WS-LINE-HELD-SW     PIC X(01).
009810*            MILEAGE RATE APPLIED - TYPE-6 LINES ONLY, KEPT FOR
009820*            THE CLAIM ARCHIVE.
009830             10  WS-LINE-MILE-RATE   PIC 9(01)V9(04).
009840
009850*----------------------------------------------------------------
009860*    DAILY MEALS TABLE - ONE ROW PER DISTINCT EXPENSE DATE THAT
009870*    HAS MEAL LINES (TYPES 1 AND 2) ON THE REPORT CURRENTLY
009880*    PRINTING, ACCUMULATING THE DAY'S CONVERTED MEALS TOTAL FOR
009890*    THE DAILY PER-DIEM CHECK.  RESET AT THE START OF EACH
009900*    REPORT.
009910*----------------------------------------------------------------
009920 77  WS-DAY-COUNT                PIC 9(03)   COMP VALUE 0.
009930 01  WS-DAY-TABLE.
009940         05  WS-DAY-ENTRY OCCURS 0 TO 200 TIMES
009950                          DEPENDING ON WS-DAY-COUNT
009960                          INDEXED BY DI.
009970             10  WS-DAY-DATE         PIC X(08).
009980             10  WS-DAY-MEALS        PIC 9(08)V99.
009990             10  WS-DAY-HELD-SW      PIC X(01).
010000
010010*----------------------------------------------------------------
010020*    PROJECT ALLOCATIONS - THE SUBMISSION'S EXPTRANS ALLOCATION
010030*    RECORDS, EACH WITH ITS PROJECT'S CLIENT, COST CENTER, AND
010040*    MARKUP FROM THE EXPPROJ MASTER.  LINE NUMBER ZERO CHARGES
010050*    EVERY LINE OF THE SUBMISSION; A LINE WITH ALLOCATIONS OF ITS
010060*    OWN TAKES ONLY THOSE.  AN AMOUNT ALLOCATION IS DRAWN DOWN
010070*    LINE BY LINE THROUGH WS-ALC-AMT-LEFT UNTIL IT IS USED UP.
010080*    THE FRONT-END EDIT ALLOWS 50 ALLOCATIONS PER SUBMISSION.
010090*----------------------------------------------------------------
010100 77  WS-MAX-ALLOCS               PIC 9(03)   COMP VALUE 50.
010110 77  WS-ALLOC-COUNT              PIC 9(03)   COMP VALUE 0.
010120 01  WS-ALLOC-TABLE.
010130         05  WS-ALLOC-ENTRY OCCURS 0 TO 50 TIMES
010140                          DEPENDING ON WS-ALLOC-COUNT
010150                          INDEXED BY ALI.
010160             10  WS-ALC-LINE-NO      PIC 9(03).
010170             10  WS-ALC-PROJECT      PIC X(08).
010180             10  WS-ALC-METHOD       PIC X(01).
010190                 88  WS-ALC-BY-PERCENT           VALUE 'P'.
010200                 88  WS-ALC-BY-AMOUNT            VALUE 'A'.
010210             10  WS-ALC-PCT          PIC 9(03)V99.
010220             10  WS-ALC-AMT-LEFT     PIC 9(08)V99.
010230             10  WS-ALC-BILLABLE     PIC X(01).
010240                 88  WS-ALC-IS-BILLABLE          VALUE 'Y'.
010250             10  WS-ALC-CLIENT-ID    PIC X(08).
010260             10  WS-ALC-COST-CENTER  PIC X(08).
010270             10  WS-ALC-MARKUP-PCT   PIC 9(03)V99.
010280 01  WS-ALLOC-LINE-NO            PIC 9(03)         VALUE 0.
010290 01  WS-ALLOC-TARGET             PIC 9(03)         VALUE 0.
010300 01  WS-ALLOC-REMAIN             PIC 9(08)V99      VALUE 0.
010310 01  WS-ALLOC-SHARE              PIC 9(08)V99      VALUE 0.
010320 01  WS-ALLOC-PCT-CUM            PIC 9(05)V99      VALUE 0.
010330 01  WS-ALLOC-PCT-UPTO           PIC 9(08)V99      VALUE 0.
010340 01  WS-ALLOC-PCT-POSTED         PIC 9(08)V99      VALUE 0.
010350 01  WS-RBL-TYPE-NAME            PIC X(11)   VALUE SPACES.
010360 01  WS-RBL-LINE-STATUS          PIC X(01)   VALUE SPACE.
010370
010380*----------------------------------------------------------------
010390*    GL POSTINGS - THE REPORT'S CONVERTED AMOUNTS SUMMED BY
010400*    EXPENSE TYPE, COST CENTER, AND PROJECT FOR THE EXPGLEX
010410*    EXTRACT.  AT WORST EVERY ALLOCATION AND THE EMPLOYEE'S OWN
010420*    COST CENTER TAKE A ROW FOR EACH OF THE SIX TYPES.
010430*----------------------------------------------------------------
010440 77  WS-MAX-POSTINGS             PIC 9(03)   COMP VALUE 306.
010450 77  WS-POST-COUNT               PIC 9(03)   COMP VALUE 0.
010460 01  WS-POST-TABLE.
010470         05  WS-POST-ENTRY OCCURS 0 TO 306 TIMES
010480                          DEPENDING ON WS-POST-COUNT
010490                          INDEXED BY PSI.
010500             10  WS-PST-TYPE         PIC 9(01).
010510             10  WS-PST-COST-CENTER  PIC X(08).
010520             10  WS-PST-PROJECT      PIC X(08).
010530             10  WS-PST-AMOUNT       PIC 9(08)V99.
010540 01  WS-POST-COST-CENTER         PIC X(08)   VALUE SPACES.
010550 01  WS-POST-PROJECT             PIC X(08)   VALUE SPACES.
010560 01  WS-POST-AMOUNT              PIC 9(08)V99      VALUE 0.
010570
010580*----------------------------------------------------------------
010590*    GL SHARES - EVERY PIECE OF EVERY LINE AS 3250-ALLOCATE-LINE
010600*    SPLIT IT, WITH THE COST CENTER AND PROJECT IT POSTED TO,
010610*    AND WHAT OF IT NO HOLD HAS YET TAKEN.  EACH HOLD'S GL
010620*    DISTRIBUTION IS DRAWN FROM THESE ROWS AND ARCHIVED, SO A
010630*    DENIAL REVERSES AND TAKES OFF THE BUDGET EXACTLY WHAT WAS
010640*    POSTED - A LINE, MEAL DAY, OR RECEIPT HOLD TAKES ITS OWN
010650*    LINES' SHARES, A TRIP OR BUDGET HOLD TAKES WHAT IS STILL
010660*    UNHELD PRO RATA, ROUNDED ON THE RUNNING TOTAL SO THE ROWS
010670*    ADD BACK TO THE HOLD.  A SUBMISSION SPLIT INTO MORE SHARES
010680*    THAN THE TABLE HOLDS STOPS THE RUN.
010690*----------------------------------------------------------------
010700 77  WS-MAX-SHARES               PIC 9(04)   COMP VALUE 2000.
010710 77  WS-SHARE-COUNT              PIC 9(04)   COMP VALUE 0.
010720 01  WS-SHARE-TABLE.
010730         05  WS-SHARE-ENTRY OCCURS 0 TO 2000 TIMES
010740                           DEPENDING ON WS-SHARE-COUNT
010750                           INDEXED BY SHI.
010760             10  WS-SHR-LINE-NO      PIC 9(03).
010770             10  WS-SHR-TYPE         PIC 9(01).
010780             10  WS-SHR-EXP-DATE     PIC X(08).
010790             10  WS-SHR-COST-CENTER  PIC X(08).
010800             10  WS-SHR-PROJECT      PIC X(08).
010810             10  WS-SHR-AMOUNT       PIC 9(08)V99.
010820             10  WS-SHR-UNHELD       PIC 9(08)V99.
010830 77  WS-ARCH-DIST-SEQ            PIC 9(04)   COMP VALUE 0.
010840 01  WS-DST-KIND                 PIC X(01)   VALUE SPACE.
010850 01  WS-DST-HOLD-SEQ             PIC 9(03)   VALUE 0.
010860 01  WS-DST-LINE-NO              PIC 9(03)   VALUE 0.
010870 01  WS-DST-DAY-DATE             PIC X(08)   VALUE SPACES.
010880 01  WS-DST-HOLD-AMOUNT          PIC 9(08)V99      VALUE 0.
010890 01  WS-DST-POOL                 PIC 9(08)V99      VALUE 0.
010900 01  WS-DST-CUM                  PIC 9(08)V99      VALUE 0.
010910 01  WS-DST-UPTO                 PIC 9(08)V99      VALUE 0.
010920 01  WS-DST-POSTED               PIC 9(08)V99      VALUE 0.
010930 01  WS-DST-AMOUNT               PIC 9(08)V99      VALUE 0.
010940
010950 LINKAGE SECTION.
010960*----------------------------------------------------------------
010970*    EXEC PARM AREA - THE STANDARD MAINFRAME PARM PASSING
010980*    CONVENTION: A HALFWORD LENGTH FOLLOWED BY THE PARM TEXT
010990*    FROM THE JCL EXEC STATEMENT.  PARM='RESTART' TELLS THIS RUN
011000*    TO SKIP FORWARD PAST EVERY REPORT ALREADY CHECKPOINTED.
011010*----------------------------------------------------------------
011020 01  LK-PARM-AREA.
011030         05  LK-PARM-LENGTH           PIC S9(04) COMP.
011040         05  LK-PARM-TEXT              PIC X(08).
011050
011060 PROCEDURE DIVISION USING LK-PARM-AREA.
011070 0000-MAINLINE.
011080     PERFORM 1000-INITIALIZE
011090         THRU 1000-EXIT
011100     PERFORM 2000-PROCESS-REPORTS
011110         THRU 2000-EXIT
011120         UNTIL WS-EXPTRANS-EOF
011130     IF WS-DEPT-OPEN
011140         PERFORM 3850-PRINT-DEPT-SUMMARY
011150             THRU 3850-EXIT
011160     END-IF
011170     PERFORM 3900-PRINT-BATCH-SUMMARY
011180         THRU 3900-EXIT
011190     PERFORM 3950-WRITE-AUDIT
011200         THRU 3950-EXIT
011210     PERFORM 3970-CLOSE-RUN-CONTROL
011220         THRU 3970-EXIT
011230     PERFORM 9999-TERMINATE
011240         THRU 9999-EXIT
011250     STOP RUN.
011260
011270*****************************************************************
011280*  1000-INITIALIZE
011290*      OPEN THE TRANSACTION AND REPORT FILES AND PRIME THE FIRST
011300*      READ OF THE TRANSACTION FILE FOR THE PROCESSING LOOP.
011310*****************************************************************
011320 1000-INITIALIZE.
011330     MOVE 'N' TO WS-RESTART-SW
011340     IF LK-PARM-LENGTH = 7
011350         AND LK-PARM-TEXT(1:7) = 'RESTART'
011360             SET WS-RESTART-REQUESTED TO TRUE
011370     END-IF
011380     OPEN INPUT EXPTRANS
011390     OPEN OUTPUT EXPRPT
011400     IF WS-RESTART-REQUESTED
011410         OPEN EXTEND EXPEXCP
011420         OPEN EXTEND EXPGLEX
011430         OPEN EXTEND EXPREJ
011440         OPEN EXTEND EXPDUP
011450         OPEN EXTEND EXPPAY
011460         OPEN EXTEND EXPTAXX
011470         OPEN EXTEND EXPRBIL
011480     ELSE
011490         OPEN OUTPUT EXPEXCP
011500         OPEN OUTPUT EXPGLEX
011510         OPEN OUTPUT EXPREJ
011520         OPEN OUTPUT EXPDUP
011530         OPEN OUTPUT EXPPAY
011540         OPEN OUTPUT EXPTAXX
011550         OPEN OUTPUT EXPRBIL
011560     END-IF
011570     ACCEPT WS-RUN-TIME FROM TIME
011580*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
011590*    THE SYSTEM CLOCK - A BATCH DELAYED PAST MIDNIGHT STILL
011600*    STAMPS THE RIGHT DAY - AND A NORMAL RUN REFUSES TO START
011610*    WHEN THE DATE IS CLOSED OR ALREADY HAS A COMPLETED RUN ON
011620*    THE AUDIT FILE.
011630     PERFORM 1005-READ-RUN-CONTROL
011640         THRU 1005-EXIT
011650     PERFORM 1007-SET-PAY-PERIOD
011660         THRU 1007-EXIT
011670     IF WS-RESTART-NOT-REQUESTED
011680         PERFORM 1010-CHECK-PRIOR-RUNS
011690             THRU 1010-EXIT
011700     END-IF
011710     OPEN EXTEND EXPAUDIT
011720     PERFORM 3710-PRINT-PAGE-HEADING
011730         THRU 3710-EXIT
011740     PERFORM 1020-LOAD-POLICY
011750         THRU 1020-EXIT
011760     PERFORM 1030-OPEN-EMP-MASTER
011770         THRU 1030-EXIT
011780     PERFORM 1035-OPEN-PROJECT-MASTER
011790         THRU 1035-EXIT
011800     PERFORM 1050-LOAD-RATES
011810         THRU 1050-EXIT
011820     PERFORM 1065-LOAD-MILE-RATES
011830         THRU 1065-EXIT
011840     PERFORM 1070-OPEN-CHECKPOINT
011850         THRU 1070-EXIT
011860     PERFORM 1090-OPEN-CLAIM-HISTORY
011870         THRU 1090-EXIT
011880     PERFORM 1092-OPEN-SUSPECT-QUEUE
011890         THRU 1092-EXIT
011900     PERFORM 1094-OPEN-CLAIM-ARCHIVE
011910         THRU 1094-EXIT
011920     PERFORM 1095-OPEN-ADVANCE-LEDGER
011930         THRU 1095-EXIT
011940     PERFORM 1097-OPEN-TRIP-AUTH
011950         THRU 1097-EXIT
011960     PERFORM 1098-OPEN-BUDGET
011970         THRU 1098-EXIT
011980     PERFORM 1099-OPEN-PENDING-RECEIPTS
011990         THRU 1099-EXIT
012000     PERFORM 1100-READ-EXPTRANS
012010         THRU 1100-EXIT.
012020 1000-EXIT.
012030     EXIT.
012040
012050*****************************************************************
012060*  1005-READ-RUN-CONTROL
012070*      READ THE BUSINESS DATE THE BATCH IS TO PROCESS FROM THE
012080*      RUN CONTROL RECORD.  A MISSING OR UNUSABLE RECORD, OR A
012090*      NORMAL RUN AGAINST A DATE ALREADY CLOSED, STOPS THE RUN
012100*      BEFORE ANYTHING IS WRITTEN - OPERATIONS ADVANCES OR
012110*      REOPENS THE DATE DELIBERATELY WITH EXPRCT01.  THE FILE
012120*      STAYS OPEN SO THE RECORD CAN BE MARKED CLOSED WHEN THE
012130*      RUN COMPLETES.
012140*****************************************************************
012150 1005-READ-RUN-CONTROL.
012160     OPEN I-O EXPRNCTL
012170     READ EXPRNCTL
012180         AT END
012190             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
012200                 TO WS-ABEND-MSG
012210             GO TO 9000-ABEND
012220     END-READ
012230     IF EXPRNCTL-BUS-DATE IS NOT NUMERIC
012240         MOVE 'RUN CONTROL BUSINESS DATE IS NOT NUMERIC'
012250             TO WS-ABEND-MSG
012260         GO TO 9000-ABEND
012270     END-IF
012280     IF EXPRNCTL-CLOSED
012290         AND WS-RESTART-NOT-REQUESTED
012300             MOVE 'BUSINESS DATE CLOSED - ADVANCE VIA EXPRCT01'
012310                 TO WS-ABEND-MSG
012320             GO TO 9000-ABEND
012330     END-IF
012340     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE.
012350 1005-EXIT.
012360     EXIT.
012370
012380*****************************************************************
012390*  1007-SET-PAY-PERIOD
012400*      FIGURE THE RUN DATE'S DAY SERIAL, FOR AGING EACH
012410*      REPORT'S TRIP END, AND THE SEMI-MONTHLY PAYROLL PAY
012420*      PERIOD THE DAY'S TAXABLE PAYMENTS FALL IN.
012430*****************************************************************
012440 1007-SET-PAY-PERIOD.
012450     MOVE WS-RUN-DATE TO WS-TAX-DATE-X
012460     COMPUTE WS-RUN-SERIAL =
012470         WS-TAX-YYYY * 365 + WS-TAX-MM * 31 + WS-TAX-DD
012480     MOVE WS-TAX-DATE-X(1:4) TO WS-TAX-PAY-YEAR
012490     COMPUTE WS-TAX-PAY-PERIOD-NO = (WS-TAX-MM - 1) * 2 + 1
012500     IF WS-TAX-DD > 15
012510         ADD 1 TO WS-TAX-PAY-PERIOD-NO
012520     END-IF.
012530 1007-EXIT.
012540     EXIT.
012550
012560*****************************************************************
012570*  1010-CHECK-PRIOR-RUNS
012580*      SCAN THE CUMULATIVE AUDIT FILE FOR A RUN ALREADY
012590*      RECORDED AGAINST THIS BUSINESS DATE.  A NORMAL RUN
012600*      FINDING ONE REFUSES TO START - REPROCESSING THE DAY
012610*      WOULD CUT A SECOND SET OF PAYMENT RECORDS.  A
012620*      DELIBERATE RERUN GOES THROUGH EXPRCT01 REOPEN AND THE
012630*      DOCUMENTED PARM='RESTART' OVERRIDES.
012640*****************************************************************
012650 1010-CHECK-PRIOR-RUNS.
012660     SET WS-PRIOR-RUN-NOT-FOUND TO TRUE
012670     OPEN INPUT EXPAUDIT
012680     PERFORM 1015-READ-ONE-AUDIT
012690         THRU 1015-EXIT
012700         UNTIL WS-EXPAUDIT-EOF
012710     CLOSE EXPAUDIT
012720     IF WS-PRIOR-RUN-FOUND
012730         MOVE 'RUN ALREADY COMPLETED FOR BUSINESS DATE'
012740             TO WS-ABEND-MSG
012750         GO TO 9000-ABEND
012760     END-IF.
012770 1010-EXIT.
012780     EXIT.
012790
012800*****************************************************************
012810*  1015-READ-ONE-AUDIT
012820*      READ ONE AUDIT RECORD AND NOTE A RUN ALREADY RECORDED
012830*      AGAINST THIS BUSINESS DATE.
012840*****************************************************************
012850 1015-READ-ONE-AUDIT.
012860     READ EXPAUDIT
012870         AT END
012880             SET WS-EXPAUDIT-EOF TO TRUE
012890             GO TO 1015-EXIT
012900     END-READ
012910     IF EXPAUDIT-RUN-DATE = WS-RUN-DATE
012920         SET WS-PRIOR-RUN-FOUND TO TRUE
012930     END-IF.
012940 1015-EXIT.
012950     EXIT.
012960
012970*****************************************************************
012980*  1020-LOAD-POLICY
012990*      OPEN THE EXPENSE POLICY CONTROL FILE AND LOAD
013000*      WS-POLICY-TABLE WITH ONE ROW PER TYPE, GRADE TIER, AND
013010*      EFFECTIVE DATE ON THE FILE.
013020*****************************************************************
013030 1020-LOAD-POLICY.
013040     OPEN INPUT EXPPOLCY
013050     MOVE 0 TO WS-POLICY-COUNT
013060     SET POI TO 1
013070     PERFORM 1025-LOAD-ONE-POLICY
013080         THRU 1025-EXIT
013090         UNTIL WS-EXPPOLCY-EOF
013100     CLOSE EXPPOLCY
013110     IF WS-POLICY-COUNT = 0
013120         MOVE 'EXPENSE POLICY FILE IS EMPTY' TO WS-ABEND-MSG
013130         GO TO 9000-ABEND
013140     END-IF.
013150 1020-EXIT.
013160     EXIT.
013170
013180*****************************************************************
013190*  1025-LOAD-ONE-POLICY
013200*      READ ONE EXPPOLCY RECORD AND MOVE IT INTO THE NEXT ROW
013210*      OF WS-POLICY-TABLE.
013220*****************************************************************
013230 1025-LOAD-ONE-POLICY.
013240     READ EXPPOLCY
013250         AT END
013260             SET WS-EXPPOLCY-EOF TO TRUE
013270             GO TO 1025-EXIT
013280     END-READ
013290     IF POI > WS-MAX-POLICIES
013300         MOVE 'EXPENSE POLICY TABLE FULL' TO WS-ABEND-MSG
013310         GO TO 9000-ABEND
013320     END-IF
013330     MOVE EXPPOLCY-TYPE       TO WS-POL-TYPE(POI)
013340     MOVE EXPPOLCY-GRADE      TO WS-POL-GRADE(POI)
013350     MOVE EXPPOLCY-EFF-DATE   TO WS-POL-EFF-DATE(POI)
013360     MOVE EXPPOLCY-TYPE-NAME  TO WS-POL-TYPE-NAME(POI)
013370     MOVE EXPPOLCY-GL-ACCOUNT TO WS-POL-GL-ACCT(POI)
013380     MOVE EXPPOLCY-LIMIT      TO WS-POL-LIMIT(POI)
013390*    A ROW WRITTEN BEFORE THE RECEIPT RULES WERE ADDED CARRIES
013400*    SPACES THERE - IT NEEDS NO RECEIPT.
013410     IF EXPPOLCY-RECEIPT-THRESHOLD IS NUMERIC
013420         MOVE EXPPOLCY-RECEIPT-THRESHOLD
013430             TO WS-POL-RCPT-THRESH(POI)
013440     ELSE
013450         MOVE 0 TO WS-POL-RCPT-THRESH(POI)
013460     END-IF
013470     IF EXPPOLCY-RECEIPT-DAYS IS NUMERIC
013480         MOVE EXPPOLCY-RECEIPT-DAYS TO WS-POL-RCPT-DAYS(POI)
013490     ELSE
013500         MOVE 0 TO WS-POL-RCPT-DAYS(POI)
013510     END-IF
013520     ADD 1 TO WS-POLICY-COUNT
013530     SET POI UP BY 1.
013540 1025-EXIT.
013550     EXIT.
013560
013570*****************************************************************
013580*  1030-OPEN-EMP-MASTER
013590*      OPEN THE KEYED EMPLOYEE MASTER.  SUBMISSIONS ARE
013600*      VALIDATED BY DIRECT READS ON THE EMPLOYEE ID, SO THERE
013610*      IS NO TABLE TO LOAD AND NO 500-EMPLOYEE CEILING.
013620*****************************************************************
013630 1030-OPEN-EMP-MASTER.
013640     OPEN INPUT EXPMAST.
013650 1030-EXIT.
013660     EXIT.
013670
013680*****************************************************************
013690*  1035-OPEN-PROJECT-MASTER
013700*      OPEN THE KEYED PROJECT MASTER.  EACH ALLOCATION RECORD
013710*      READS ITS PROJECT DIRECTLY FOR THE CLIENT, COST CENTER,
013720*      AND MARKUP.
013730*****************************************************************
013740 1035-OPEN-PROJECT-MASTER.
013750     OPEN INPUT EXPPROJ.
013760 1035-EXIT.
013770     EXIT.
013780
013790*****************************************************************
013800*  1050-LOAD-RATES
013810*      OPEN THE DAILY EXCHANGE-RATE FILE AND LOAD WS-RATE-TABLE
013820*      WITH ONE ENTRY PER CURRENCY ON THE FILE.
013830*****************************************************************
013840 1050-LOAD-RATES.
013850     OPEN INPUT EXCHRATE
013860     MOVE 0 TO WS-RATE-COUNT
013870     SET RI TO 1
013880     PERFORM 1060-LOAD-ONE-RATE
013890         THRU 1060-EXIT
013900         UNTIL WS-EXCHRATE-EOF
013910     CLOSE EXCHRATE.
013920 1050-EXIT.
013930     EXIT.
013940
013950*****************************************************************
013960*  1060-LOAD-ONE-RATE
013970*      READ ONE EXCHRATE RECORD AND MOVE IT INTO THE NEXT ROW OF
013980*      WS-RATE-TABLE.
013990*****************************************************************
014000 1060-LOAD-ONE-RATE.
014010     READ EXCHRATE
014020         AT END
014030             SET WS-EXCHRATE-EOF TO TRUE
014040             GO TO 1060-EXIT
014050     END-READ
014060     IF RI > WS-MAX-RATES
014070         MOVE 'EXCHRATE TABLE FULL' TO WS-ABEND-MSG
014080         GO TO 9000-ABEND
014090     END-IF
014100     MOVE EXCHRATE-CURRENCY  TO WS-RATE-CURRENCY(RI)
014110     MOVE EXCHRATE-RATE      TO WS-RATE-VALUE(RI)
014120     ADD 1 TO WS-RATE-COUNT
014130     SET RI UP BY 1.
014140 1060-EXIT.
014150     EXIT.
014160
014170*****************************************************************
014180*  1065-LOAD-MILE-RATES
014190*      OPEN THE STANDARD MILEAGE RATE FILE AND LOAD
014200*      WS-MRATE-TABLE WITH ONE ENTRY PER RATE CHANGE.
014210*****************************************************************
014220 1065-LOAD-MILE-RATES.
014230     OPEN INPUT MILERATE
014240     MOVE 0 TO WS-MRATE-COUNT
014250     SET MRI TO 1
014260     PERFORM 1068-LOAD-ONE-MILE-RATE
014270         THRU 1068-EXIT
014280         UNTIL WS-MILERATE-EOF
014290     CLOSE MILERATE.
014300 1065-EXIT.
014310     EXIT.
014320
014330*****************************************************************
014340*  1068-LOAD-ONE-MILE-RATE
014350*      READ ONE MILERATE RECORD AND MOVE IT INTO THE NEXT ROW
014360*      OF WS-MRATE-TABLE.
014370*****************************************************************
014380 1068-LOAD-ONE-MILE-RATE.
014390     READ MILERATE
014400         AT END
014410             SET WS-MILERATE-EOF TO TRUE
014420             GO TO 1068-EXIT
014430     END-READ
014440     IF MRI > WS-MAX-MRATES
014450         MOVE 'MILERATE TABLE FULL' TO WS-ABEND-MSG
014460         GO TO 9000-ABEND
014470     END-IF
014480     MOVE MILERATE-EFF-DATE  TO WS-MRATE-EFF-DATE(MRI)
014490     MOVE MILERATE-RATE      TO WS-MRATE-VALUE(MRI)
014500     ADD 1 TO WS-MRATE-COUNT
014510     SET MRI UP BY 1.
014520 1068-EXIT.
014530     EXIT.
014540
014550*****************************************************************
014560*  1070-OPEN-CHECKPOINT
014570*      OPEN THE KEYED CHECKPOINT FILE.  ON A RESTART RUN THE
014580*      PRIOR RUN'S FINAL CONTROL TOTALS ARE TAKEN FROM THE
014590*      RUNNING-TOTALS CONTROL RECORD AT RESERVED KEY 000000 -
014600*      A RUN THAT DIED BEFORE ITS FIRST CHECKPOINT LEFT NO
014610*      CONTROL RECORD AND THE TOTALS STAY AT ZERO.  REPORTS
014620*      ALREADY HANDLED ARE FOUND BY DIRECT PROBES, SO THERE IS
014630*      NO TABLE TO LOAD AND NO 1000-CHECKPOINT CEILING.
014640*****************************************************************
014650 1070-OPEN-CHECKPOINT.
014660     OPEN I-O EXPCKPT
014670     IF WS-RESTART-NOT-REQUESTED
014680         GO TO 1070-EXIT
014690     END-IF
014700     MOVE WS-CKPT-CONTROL-KEY TO EXPCKPT-REPORT-NO
014710     READ EXPCKPT
014720         INVALID KEY
014730             GO TO 1070-EXIT
014740     END-READ
014750     MOVE EXPCKPT-GRAND-TOTAL TO WS-GRAND-TOTAL
014760     MOVE EXPCKPT-GRAND-MEALS TO WS-GRAND-MEALS
014770     MOVE EXPCKPT-REPORT-COUNT TO WS-REPORT-COUNT
014780     MOVE EXPCKPT-OVER-LIMIT-COUNT TO WS-OVER-LIMIT-COUNT
014790     MOVE EXPCKPT-EXCP-WRITTEN TO WS-EXCP-WRITTEN
014800     MOVE EXPCKPT-GLEX-WRITTEN TO WS-GLEX-WRITTEN
014810     MOVE EXPCKPT-EXCP-AMOUNT TO WS-EXCP-AMOUNT-TOTAL
014820     MOVE EXPCKPT-REJECT-COUNT TO WS-REJECT-COUNT
014830     MOVE EXPCKPT-DUP-COUNT TO WS-DUP-COUNT
014840     MOVE EXPCKPT-PAYMENT-COUNT TO WS-PAYMENT-COUNT
014850     MOVE EXPCKPT-OUT-ADV-COUNT TO WS-OUTSTANDING-ADV-COUNT
014860     MOVE EXPCKPT-OUT-ADV-TOTAL
014870         TO WS-OUTSTANDING-ADV-TOTAL
014880     MOVE EXPCKPT-AUTH-EXCP-COUNT TO WS-AUTH-EXCP-COUNT
014890     MOVE EXPCKPT-BUDGET-HOLD-COUNT TO WS-BUDGET-HOLD-COUNT
014900     MOVE EXPCKPT-REBILL-COUNT TO WS-REBILL-COUNT
014910     MOVE EXPCKPT-REBILL-TOTAL TO WS-REBILL-TOTAL.
014920 1070-EXIT.
014930     EXIT.
014940
014950*****************************************************************
014960*  1090-OPEN-CLAIM-HISTORY
014970*      OPEN THE KEYED CLAIM-HISTORY FILE.  SUBMISSIONS ARE
014980*      CHECKED BY DIRECT PROBES ON THE REPORT NUMBER AND THE
014990*      EMPLOYEE/TRIP-DATES ALTERNATE KEY, AND THIS RUN'S
015000*      CLAIMS ARE WRITTEN AS EACH REPORT COMPLETES, SO THERE
015010*      IS NO TABLE TO LOAD AND NO 1000-CLAIM CEILING.
015020*****************************************************************
015030 1090-OPEN-CLAIM-HISTORY.
015040     OPEN I-O EXPHIST.
015050 1090-EXIT.
015060     EXIT.
015070
015080*****************************************************************
015090*  1092-OPEN-SUSPECT-QUEUE
015100*      OPEN THE KEYED REVIEW SUSPECT QUEUE.  A SUBMISSION THAT
015110*      ARRIVES WITH THE DUPLICATE-CHECK BYPASS FLAG IS LOOKED
015120*      UP ON IT FOR ITS CLERK RELEASE.
015130*****************************************************************
015140 1092-OPEN-SUSPECT-QUEUE.
015150     OPEN I-O EXPSUSP.
015160 1092-EXIT.
015170     EXIT.
015180
015190*****************************************************************
015200*  1094-OPEN-CLAIM-ARCHIVE
015210*      OPEN THE KEYED LINE-LEVEL CLAIM ARCHIVE.  EACH REPORT'S
015220*      PRINT LINES ARE WRITTEN TO IT AS THEY PRINT AND ITS
015230*      HEADER, LINES, AND ADVANCES ONCE IT IS SETTLED.
015240*****************************************************************
015250 1094-OPEN-CLAIM-ARCHIVE.
015260     OPEN I-O EXPARCH.
015270 1094-EXIT.
015280     EXIT.
015290
015300*****************************************************************
015310*  1095-OPEN-ADVANCE-LEDGER
015320*      OPEN THE KEYED CASH ADVANCE LEDGER.  EACH ADVANCE ON A
015330*      REPORT IS READ FOR ITS OPEN BALANCE AS IT LOADS AND
015340*      SETTLED ONCE THE REPORT IS TOTALED.
015350*****************************************************************
015360 1095-OPEN-ADVANCE-LEDGER.
015370     OPEN I-O EXPADVL.
015380 1095-EXIT.
015390     EXIT.
015400
015410*****************************************************************
015420*  1097-OPEN-TRIP-AUTH
015430*      OPEN THE KEYED TRAVEL AUTHORIZATION MASTER.  EACH REPORT
015440*      BROWSES ITS EMPLOYEE'S AUTHORIZATIONS FOR ITS TRIP AND
015450*      MARKS THE ONE IT MATCHES CLAIMED.
015460*****************************************************************
015470 1097-OPEN-TRIP-AUTH.
015480     OPEN I-O EXPTAUTH.
015490 1097-EXIT.
015500     EXIT.
015510
015520*****************************************************************
015530*  1098-OPEN-BUDGET
015540*      OPEN THE KEYED DEPARTMENT BUDGET MASTER.  EACH REPORT
015550*      READS ITS DEPARTMENT'S RECORD FOR THE RUN MONTH AND
015560*      POSTS ITS GL TOTALS TO THE ACTUALS.
015570*****************************************************************
015580 1098-OPEN-BUDGET.
015590     OPEN I-O EXPBUDG.
015600 1098-EXIT.
015610     EXIT.
015620
015630*****************************************************************
015640*  1099-OPEN-PENDING-RECEIPTS
015650*      OPEN THE KEYED PENDING-RECEIPT FILE.  EACH LINE HELD FOR
015660*      ITS RECEIPT IS WRITTEN UNDER ITS REPORT AND LINE NUMBER.
015670*****************************************************************
015680 1099-OPEN-PENDING-RECEIPTS.
015690     OPEN I-O EXPRCPT.
015700 1099-EXIT.
015710     EXIT.
015720
015730*****************************************************************
015740*  1100-READ-EXPTRANS
015750*      READ THE NEXT RECORD OF ANY TYPE FROM EXPTRANS.
015760*****************************************************************
015770 1100-READ-EXPTRANS.
015780     READ EXPTRANS
015790         AT END
015800             SET WS-EXPTRANS-EOF TO TRUE
015810             GO TO 1100-EXIT
015820     END-READ
015830     IF EXPTRAN-HEADER-REC
015840         ADD 1 TO WS-HEADERS-READ
015850     END-IF
015860     IF EXPTRAN-DETAIL-REC
015870         ADD 1 TO WS-DETAILS-READ
015880     END-IF.
015890 1100-EXIT.
015900     EXIT.
015910
015920*****************************************************************
015930*  2000-PROCESS-REPORTS
015940*      PROCESS ONE EMPLOYEE'S EXPENSE REPORT - THE HEADER RECORD
015950*      ALREADY IN THE EXPTRANS BUFFER, FOLLOWED BY ITS DETAIL
015960*      RECORDS - AND PRINT IT.  ONE BATCH RUN REPEATS THIS FOR
015970*      EVERY EMPLOYEE'S SUBMISSION FOUND ON THE FILE.
015980*****************************************************************
015990 2000-PROCESS-REPORTS.
016000     IF NOT EXPTRAN-HEADER-REC
016010         MOVE 'EXPTRANS OUT OF SEQUENCE - HEADER EXPECTED'
016020             TO WS-ABEND-MSG
016030         GO TO 9000-ABEND
016040     END-IF
016050     MOVE EXPTRAN-EMP-ID       TO WS-EMP-ID
016060     MOVE EXPTRAN-EMP-NAME     TO WS-EMP-NAME
016070     MOVE EXPTRAN-DEPARTMENT   TO WS-DEPARTMENT
016080     MOVE EXPTRAN-TRIP-START   TO WS-TRIP-START
016090     MOVE EXPTRAN-TRIP-END     TO WS-TRIP-END
016100     MOVE EXPTRAN-REPORT-NO    TO WS-REPORT-NO
016110*    A RESTART RUN SKIPS FORWARD PAST EVERY REPORT - PRINTED OR
016120*    REJECTED - THAT A PRIOR RUN ALREADY CHECKPOINTED, BEFORE
016130*    VALIDATING, SO THE RERUN DOES NOT WRITE A SECOND COPY OF
016140*    ITS REJECT RECORDS TO THE EXTENDED EXPREJ GENERATION.
016150*    THE SKIP IS A CHECKPOINT-TABLE MEMBERSHIP TEST - THE FILE
016160*    IS DEPARTMENT-SORTED, SO A REPORT NUMBER BELOW THE HIGHEST
016170*    ONE CHECKPOINTED MAY STILL BE UNPROCESSED.
016180     SET WS-REPORT-NOT-CKPTED TO TRUE
016190     IF WS-RESTART-REQUESTED
016200         PERFORM 2005-CHECK-CHECKPOINTED
016210             THRU 2005-EXIT
016220     END-IF
016230     IF WS-REPORT-CKPTED
016240         PERFORM 1100-READ-EXPTRANS
016250             THRU 1100-EXIT
016260         MOVE 0 TO WS-LINE-COUNT
016270         MOVE 0 TO WS-REPORT-ADV-COUNT
016280         MOVE 0 TO WS-ADVANCE-TOTAL
016290         MOVE 0 TO WS-ALLOC-COUNT
016300         MOVE 1 TO I
016310         PERFORM 2100-LOAD-EXPENSES
016320             THRU 2100-EXIT
016330             UNTIL WS-EXPTRANS-EOF OR EXPTRAN-HEADER-REC
016340         GO TO 2000-EXIT
016350     END-IF
016360     PERFORM 2010-VALIDATE-EMPLOYEE
016370         THRU 2010-EXIT
016380     IF WS-REJECT-REASON NOT = SPACES
016390         PERFORM 2020-REJECT-SUBMISSION
016400             THRU 2020-EXIT
016410         GO TO 2000-EXIT
016420     END-IF
016430     PERFORM 2040-CHECK-DUPLICATE
016440         THRU 2040-EXIT
016450     IF WS-DUP-REASON NOT = SPACES
016460         PERFORM 2050-DIVERT-DUPLICATE
016470             THRU 2050-EXIT
016480         GO TO 2000-EXIT
016490     END-IF
016500     PERFORM 1100-READ-EXPTRANS
016510         THRU 1100-EXIT
016520     MOVE 0 TO WS-LINE-COUNT
016530     MOVE 0 TO WS-REPORT-ADV-COUNT
016540     MOVE 0 TO WS-ADVANCE-TOTAL
016550     MOVE 0 TO WS-ALLOC-COUNT
016560     MOVE 1 TO I
016570     PERFORM 2100-LOAD-EXPENSES
016580         THRU 2100-EXIT
016590         UNTIL WS-EXPTRANS-EOF OR EXPTRAN-HEADER-REC
016600*    AN ADVANCE STILL UNSETTLED AFTER THE TRIP ENDED - ADVANCE
016610*    RECORDS BUT NO EXPENSE LINES - IS COUNTED FOR THE BATCH
016620*    SUMMARY SO TREASURY CAN CHASE IT.  THE REPORT ITSELF STILL
016630*    PRINTS, SHOWING THE BALANCE DUE THE COMPANY.
016640     IF WS-LINE-COUNT = 0
016650         AND WS-REPORT-ADV-COUNT > 0
016660         AND WS-TRIP-END < WS-RUN-DATE
016670             ADD 1 TO WS-OUTSTANDING-ADV-COUNT
016680             ADD WS-ADVANCE-TOTAL TO WS-OUTSTANDING-ADV-TOTAL
016690     END-IF
016700     IF WS-DEPT-OPEN
016710         AND WS-DEPARTMENT NOT = WS-CURR-DEPARTMENT
016720             PERFORM 3850-PRINT-DEPT-SUMMARY
016730                 THRU 3850-EXIT
016740     END-IF
016750     IF WS-DEPT-NOT-OPEN
016760         MOVE WS-DEPARTMENT TO WS-CURR-DEPARTMENT
016770         SET WS-DEPT-OPEN TO TRUE
016780     END-IF
016790     PERFORM 3000-PRINTREPORT
016800         THRU 3000-EXIT
016810     PERFORM 2800-SETTLE-ADVANCES
016820         THRU 2800-EXIT
016830     ADD 1 TO WS-REPORT-COUNT
016840     ADD 1 TO WS-DEPT-REPORT-COUNT
016850     ADD TOTAL TO WS-DEPT-TOTAL
016860     ADD MEALS TO WS-DEPT-MEALS
016870     PERFORM 2850-RECORD-CLAIM
016880         THRU 2850-EXIT
016890     PERFORM 2860-ARCHIVE-CLAIM
016900         THRU 2860-EXIT
016910     PERFORM 2900-WRITE-CHECKPOINT
016920         THRU 2900-EXIT.
016930 2000-EXIT.
016940     EXIT.
016950
016960*****************************************************************
016970*  2005-CHECK-CHECKPOINTED
016980*      PROBE THE KEYED CHECKPOINT FILE FOR THE CURRENT
016990*      SUBMISSION'S REPORT NUMBER.  SETS WS-REPORT-CKPTED WHEN
017000*      A PRIOR RUN ALREADY HANDLED IT.
017010*****************************************************************
017020 2005-CHECK-CHECKPOINTED.
017030     SET WS-REPORT-NOT-CKPTED TO TRUE
017040     MOVE WS-REPORT-NO TO EXPCKPT-REPORT-NO
017050     READ EXPCKPT
017060         INVALID KEY
017070             GO TO 2005-EXIT
017080     END-READ
017090     SET WS-REPORT-CKPTED TO TRUE.
017100 2005-EXIT.
017110     EXIT.
017120
017130*****************************************************************
017140*  2010-VALIDATE-EMPLOYEE
017150*      READ THE SUBMISSION'S EMPLOYEE DIRECTLY FROM THE KEYED
017160*      EMPLOYEE MASTER.  SETS WS-REJECT-REASON TO SPACES WHEN
017170*      THE SUBMISSION MAY BE PROCESSED, OTHERWISE TO THE
017180*      EXPREJ REASON CODE IT IS TO BE REJECTED WITH.
017190*****************************************************************
017200 2010-VALIDATE-EMPLOYEE.
017210     MOVE SPACES TO WS-REJECT-REASON
017220     MOVE SPACE  TO WS-CURR-EMP-GRADE
017230     MOVE SPACES TO WS-CURR-COST-CENTER
017240     MOVE WS-EMP-ID TO EXPMAST-EMP-ID
017250     READ EXPMAST
017260         INVALID KEY
017270             MOVE '01' TO WS-REJECT-REASON
017280             GO TO 2010-EXIT
017290     END-READ
017300     MOVE EXPMAST-GRADE TO WS-CURR-EMP-GRADE
017310     MOVE EXPMAST-COST-CENTER TO WS-CURR-COST-CENTER
017320     IF EXPMAST-STATUS NOT = 'A'
017330         MOVE '02' TO WS-REJECT-REASON
017340     ELSE
017350         IF EXPMAST-DEPARTMENT NOT = WS-DEPARTMENT
017360             MOVE '03' TO WS-REJECT-REASON
017370         END-IF
017380     END-IF.
017390 2010-EXIT.
017400     EXIT.
017410
017420*****************************************************************
017430*  2020-REJECT-SUBMISSION
017440*      DIVERT THE WHOLE SUBMISSION - THE HEADER RECORD STILL IN
017450*      THE EXPTRANS BUFFER AND EVERY DETAIL RECORD THAT FOLLOWS
017460*      IT - TO THE EXPREJ REJECT FILE, EACH RECORD PREFIXED WITH
017470*      THE REASON CODE, SO IT NEVER REACHES THE PRINTED REPORT
017480*      OR THE GL POSTING EXTRACT.
017490*****************************************************************
017500 2020-REJECT-SUBMISSION.
017510     ADD 1 TO WS-REJECT-COUNT
017520     MOVE WS-REJECT-REASON TO EXPREJ-REASON-CODE
017530     MOVE EXPTRAN-RECORD   TO EXPREJ-TRAN-IMAGE
017540     WRITE EXPREJ-RECORD
017550     PERFORM 1100-READ-EXPTRANS
017560         THRU 1100-EXIT
017570     PERFORM 2030-REJECT-ONE-DETAIL
017580         THRU 2030-EXIT
017590         UNTIL WS-EXPTRANS-EOF OR EXPTRAN-HEADER-REC
017600     PERFORM 2900-WRITE-CHECKPOINT
017610         THRU 2900-EXIT.
017620 2020-EXIT.
017630     EXIT.
017640
017650*****************************************************************
017660*  2030-REJECT-ONE-DETAIL
017670*      WRITE THE DETAIL RECORD ALREADY IN THE EXPTRANS BUFFER TO
017680*      THE EXPREJ REJECT FILE AND READ THE FOLLOWING RECORD.
017690*****************************************************************
017700 2030-REJECT-ONE-DETAIL.
017710     MOVE WS-REJECT-REASON TO EXPREJ-REASON-CODE
017720     MOVE EXPTRAN-RECORD   TO EXPREJ-TRAN-IMAGE
017730     WRITE EXPREJ-RECORD
017740     PERFORM 1100-READ-EXPTRANS
017750         THRU 1100-EXIT.
017760 2030-EXIT.
017770     EXIT.
017780
017790*****************************************************************
017800*  2040-CHECK-DUPLICATE
017810*      PROBE THE KEYED CLAIM HISTORY FOR THE SUBMISSION.  SETS
017820*      WS-DUP-REASON TO SPACES WHEN THE SUBMISSION IS NEW,
017830*      OTHERWISE TO THE EXPDUP REASON CODE IT IS TO BE DIVERTED
017840*      WITH - AN EXACT RESUBMISSION OF AN ALREADY-PROCESSED
017850*      REPORT NUMBER, OR THE SAME EMPLOYEE AND TRIP DATES AS A
017860*      PRIOR CLAIM.  A SUBMISSION A REVIEW CLERK HAS RELEASED
017870*      FROM THE DUPLICATE-SUSPECT QUEUE IS NOT CHECKED AGAIN.
017880*****************************************************************
017890 2040-CHECK-DUPLICATE.
017900     MOVE SPACES TO WS-DUP-REASON
017910     SET WS-DUP-BYPASS-NOT-HONORED TO TRUE
017920     IF EXPTRAN-DUP-CHECK-BYPASSED
017930         PERFORM 2045-CHECK-RELEASE
017940             THRU 2045-EXIT
017950     END-IF
017960     IF WS-DUP-BYPASS-HONORED
017970         GO TO 2040-EXIT
017980     END-IF
017990     MOVE WS-REPORT-NO TO EXPHIST-REPORT-NO
018000     READ EXPHIST
018010         INVALID KEY
018020             CONTINUE
018030         NOT INVALID KEY
018040             MOVE '11' TO WS-DUP-REASON
018050     END-READ
018060     IF WS-DUP-REASON NOT = SPACES
018070         GO TO 2040-EXIT
018080     END-IF
018090     MOVE WS-EMP-ID     TO EXPHIST-EMP-ID
018100     MOVE WS-TRIP-START TO EXPHIST-TRIP-START
018110     MOVE WS-TRIP-END   TO EXPHIST-TRIP-END
018120     READ EXPHIST KEY IS EXPHIST-TRIP-KEY
018130         INVALID KEY
018140             CONTINUE
018150         NOT INVALID KEY
018160             MOVE '12' TO WS-DUP-REASON
018170     END-READ.
018180 2040-EXIT.
018190     EXIT.
018200
018210*****************************************************************
018220*  2045-CHECK-RELEASE
018230*      THE HEADER IN THE EXPTRANS BUFFER CARRIES THE DUPLICATE-
018240*      CHECK BYPASS FLAG - BROWSE THE DUPLICATE QUEUE'S SUSPECTS
018250*      FOR THE REPORT, WHENEVER QUEUED, FOR A HEADER A CLERK
018260*      RELEASED FOR THIS EMPLOYEE.  A RELEASE NOT YET USED IS
018270*      MARKED RE-ENTERED ON THE RUN DATE; ONE ALREADY RE-ENTERED
018280*      ON THE RUN DATE IS A RESTARTED RUN MEETING IT AGAIN.
018290*      WITHOUT EITHER, THE FLAG IS IGNORED AND THE SUBMISSION IS
018300*      CHECKED LIKE ANY OTHER.
018310*****************************************************************
018320 2045-CHECK-RELEASE.
018330     SET WS-SUSP-SCAN-NOT-DONE TO TRUE
018340     MOVE 'D'          TO EXPSUSP-QUEUE
018350     MOVE WS-REPORT-NO TO EXPSUSP-REPORT-NO
018360     MOVE LOW-VALUES   TO EXPSUSP-QUEUED-DATE
018370     MOVE 0            TO EXPSUSP-SEQ
018380     START EXPSUSP KEY IS NOT LESS THAN EXPSUSP-KEY
018390         INVALID KEY
018400             GO TO 2045-EXIT
018410     END-START
018420     PERFORM 2046-SCAN-ONE-SUSPECT
018430         THRU 2046-EXIT
018440         UNTIL WS-SUSP-SCAN-DONE.
018450 2045-EXIT.
018460     EXIT.
018470
018480*****************************************************************
018490*  2046-SCAN-ONE-SUSPECT
018500*      READ THE NEXT SUSPECT RECORD AND STOP AT THE FIRST ONE
018510*      PAST THE REPORT OR AT A HEADER THAT ANSWERS THE BYPASS.
018520*****************************************************************
018530 2046-SCAN-ONE-SUSPECT.
018540     READ EXPSUSP NEXT RECORD
018550         AT END
018560             SET WS-SUSP-SCAN-DONE TO TRUE
018570             GO TO 2046-EXIT
018580     END-READ
018590     IF NOT EXPSUSP-DUPLICATE-QUEUE
018600         OR EXPSUSP-REPORT-NO NOT = WS-REPORT-NO
018610             SET WS-SUSP-SCAN-DONE TO TRUE
018620             GO TO 2046-EXIT
018630     END-IF
018640     IF EXPSUSP-TRAN-IMAGE(1:1) NOT = 'H'
018650         OR EXPSUSP-EMP-ID NOT = WS-EMP-ID
018660             GO TO 2046-EXIT
018670     END-IF
018680     IF EXPSUSP-REENTERED
018690         AND EXPSUSP-REENTRY-DATE = WS-RUN-DATE
018700             SET WS-DUP-BYPASS-HONORED TO TRUE
018710             SET WS-SUSP-SCAN-DONE TO TRUE
018720             GO TO 2046-EXIT
018730     END-IF
018740     IF NOT EXPSUSP-RELEASED
018750         GO TO 2046-EXIT
018760     END-IF
018770     SET EXPSUSP-REENTERED TO TRUE
018780     MOVE WS-RUN-DATE TO EXPSUSP-REENTRY-DATE
018790     REWRITE EXPSUSP-RECORD
018800         INVALID KEY
018810             MOVE 'SUSPECT QUEUE REWRITE FAILED' TO WS-ABEND-MSG
018820             GO TO 9000-ABEND
018830     END-REWRITE
018840     SET WS-DUP-BYPASS-HONORED TO TRUE
018850     SET WS-SUSP-SCAN-DONE TO TRUE.
018860 2046-EXIT.
018870     EXIT.
018880
018890*****************************************************************
018900*  2050-DIVERT-DUPLICATE
018910*      DIVERT THE WHOLE SUBMISSION - THE HEADER RECORD STILL IN
018920*      THE EXPTRANS BUFFER AND EVERY DETAIL RECORD THAT FOLLOWS
018930*      IT - TO THE EXPDUP DUPLICATE-SUSPECT FILE, EACH RECORD
018940*      PREFIXED WITH THE REASON CODE, AND CHECKPOINT IT SO A
018950*      RESTARTED RUN DOES NOT DIVERT IT A SECOND TIME.
018960*****************************************************************
018970 2050-DIVERT-DUPLICATE.
018980     ADD 1 TO WS-DUP-COUNT
018990     MOVE WS-DUP-REASON  TO EXPDUP-REASON-CODE
019000     MOVE EXPTRAN-RECORD TO EXPDUP-TRAN-IMAGE
019010     WRITE EXPDUP-RECORD
019020     PERFORM 1100-READ-EXPTRANS
019030         THRU 1100-EXIT
019040     PERFORM 2060-DIVERT-ONE-DETAIL
019050         THRU 2060-EXIT
019060         UNTIL WS-EXPTRANS-EOF OR EXPTRAN-HEADER-REC
019070     PERFORM 2900-WRITE-CHECKPOINT
019080         THRU 2900-EXIT.
019090 2050-EXIT.
019100     EXIT.
019110
019120*****************************************************************
019130*  2060-DIVERT-ONE-DETAIL
019140*      WRITE THE DETAIL RECORD ALREADY IN THE EXPTRANS BUFFER TO
019150*      THE EXPDUP DUPLICATE-SUSPECT FILE AND READ THE FOLLOWING
019160*      RECORD.
019170*****************************************************************
019180 2060-DIVERT-ONE-DETAIL.
019190     MOVE WS-DUP-REASON  TO EXPDUP-REASON-CODE
019200     MOVE EXPTRAN-RECORD TO EXPDUP-TRAN-IMAGE
019210     WRITE EXPDUP-RECORD
019220     PERFORM 1100-READ-EXPTRANS
019230         THRU 1100-EXIT.
019240 2060-EXIT.
019250     EXIT.
019260
019270*****************************************************************
019280*  2100-LOAD-EXPENSES
019290*      MOVE THE DETAIL RECORD ALREADY IN THE EXPTRANS BUFFER INTO
019300*      THE NEXT ROW OF WS-TABLE AND READ THE FOLLOWING RECORD.
019310*      AN ADVANCE RECORD IS ACCUMULATED INTO THE REPORT'S
019320*      ADVANCE TOTAL INSTEAD OF THE EXPENSE TABLE, AND A PROJECT
019330*      ALLOCATION RECORD IS HELD IN THE ALLOCATION TABLE.
019340*****************************************************************
019350 2100-LOAD-EXPENSES.
019360     IF EXPTRAN-ADVANCE-REC
019370         PERFORM 2150-LOAD-ADVANCE
019380             THRU 2150-EXIT
019390         PERFORM 1100-READ-EXPTRANS
019400             THRU 1100-EXIT
019410         GO TO 2100-EXIT
019420     END-IF
019430     IF EXPTRAN-ALLOC-REC
019440         PERFORM 2170-LOAD-ALLOCATION
019450             THRU 2170-EXIT
019460         PERFORM 1100-READ-EXPTRANS
019470             THRU 1100-EXIT
019480         GO TO 2100-EXIT
019490     END-IF
019500     IF I > WS-MAX-EXPENSES
019510         MOVE 'EXPENSE TABLE FULL' TO WS-ABEND-MSG
019520         GO TO 9000-ABEND
019530     END-IF
019540     IF NOT EXPTRAN-DETAIL-REC
019550         MOVE 'EXPTRANS OUT OF SEQUENCE - DETAIL EXPECTED'
019560             TO WS-ABEND-MSG
019570         GO TO 9000-ABEND
019580     END-IF
019590     ADD 1 TO WS-LINE-COUNT
019600     MOVE EXPTRAN-TYPE      TO WS-TYPE(I)
019610     IF WS-TYPE(I) < 1 OR WS-TYPE(I) > 6
019620         MOVE 'INVALID EXPENSE TYPE CODE' TO WS-ABEND-MSG
019630         GO TO 9000-ABEND
019640     END-IF
019650*    A TYPE-6 LINE CARRIES MILES DRIVEN IN THE AMOUNT BYTES - THE
019660*    DOLLAR AMOUNT IS COMPUTED AT PRINT TIME FROM THE STANDARD
019670*    MILEAGE RATE, NEVER TAKEN FROM THE RECORD.
019680     IF WS-TYPE(I) = 6
019690         MOVE EXPTRAN-MILES TO WS-MILES(I)
019700         MOVE 0             TO WS-AMOUNT(I)
019710     ELSE
019720         MOVE EXPTRAN-AMOUNT TO WS-AMOUNT(I)
019730         MOVE 0              TO WS-MILES(I)
019740     END-IF
019750     MOVE EXPTRAN-CURRENCY  TO WS-CURRENCY(I)
019760     MOVE EXPTRAN-EXP-DATE  TO WS-EXP-DATE(I)
019770     MOVE EXPTRAN-RECEIPT-IND TO WS-RECEIPT-IND(I)
019780     ADD 1 TO I
019790     PERFORM 1100-READ-EXPTRANS
019800         THRU 1100-EXIT.
019810 2100-EXIT.
019820     EXIT.
019830
019840*****************************************************************
019850*  2150-LOAD-ADVANCE
019860*      CONVERT THE CASH ADVANCE RECORD ALREADY IN THE EXPTRANS
019870*      BUFFER TO HOME CURRENCY THROUGH THE SAME RATE TABLE THE
019880*      EXPENSE LINES USE, HOLD IT IN THE REPORT'S ADVANCE
019890*      TABLE, AND ACCUMULATE THE OPEN BALANCE IT NETS INTO THE
019900*      REPORT'S ADVANCE TOTAL FOR THE SETTLEMENT BLOCK.
019910*****************************************************************
019920 2150-LOAD-ADVANCE.
019930     IF WS-REPORT-ADV-COUNT = WS-MAX-REPORT-ADVS
019940         MOVE 'REPORT ADVANCE TABLE FULL' TO WS-ABEND-MSG
019950         GO TO 9000-ABEND
019960     END-IF
019970     MOVE EXPTRAN-ADV-AMOUNT   TO WS-CONVERT-AMOUNT
019980     MOVE EXPTRAN-ADV-CURRENCY TO WS-CONVERT-CURRENCY
019990     PERFORM 3110-CONVERT-AMOUNT
020000         THRU 3110-EXIT
020010     ADD 1 TO WS-REPORT-ADV-COUNT
020020     SET AI TO WS-REPORT-ADV-COUNT
020030     MOVE EXPTRAN-ADV-NO         TO WS-RPT-ADV-NO(AI)
020040     MOVE EXPTRAN-ADV-ISSUE-DATE TO WS-RPT-ADV-ISSUE-DATE(AI)
020050     MOVE WS-CONVERTED-AMOUNT    TO WS-RPT-ADV-CONVERTED(AI)
020060     MOVE WS-CONVERTED-AMOUNT    TO WS-RPT-ADV-OPEN(AI)
020070*    AN ADVANCE ALREADY ON THE LEDGER NETS ONLY WHAT IS STILL
020080*    OWED ON IT.  A SETTLEMENT THIS SAME REPORT APPLIED BEFORE
020090*    A RESTART - SAME REPORT NUMBER, SAME RUN DATE - IS ADDED
020100*    BACK, SO THE RERUN NETS EXACTLY WHAT THE ABORTED RUN
020110*    NETTED.
020120     MOVE WS-EMP-ID      TO EXPADVL-EMP-ID
020130     MOVE EXPTRAN-ADV-NO TO EXPADVL-ADV-NO
020140     READ EXPADVL
020150         INVALID KEY
020160             GO TO 2150-ACCUMULATE
020170     END-READ
020180     PERFORM 2830-COMPUTE-ADV-BALANCE
020190         THRU 2830-EXIT
020200     IF EXPADVL-LAST-REPORT-NO = WS-REPORT-NO
020210         AND EXPADVL-LAST-SETTLE-DATE = WS-RUN-DATE
020220         ADD EXPADVL-LAST-SETTLE-AMT TO WS-ADV-BALANCE
020230     END-IF
020240     IF WS-ADV-BALANCE < 0
020250         MOVE 0 TO WS-ADV-BALANCE
020260     END-IF
020270     MOVE WS-ADV-BALANCE TO WS-RPT-ADV-OPEN(AI).
020280 2150-ACCUMULATE.
020290     ADD WS-RPT-ADV-OPEN(AI) TO WS-ADVANCE-TOTAL.
020300 2150-EXIT.
020310     EXIT.
020320
020330*****************************************************************
020340*  2170-LOAD-ALLOCATION
020350*      HOLD THE PROJECT ALLOCATION RECORD ALREADY IN THE EXPTRANS
020360*      BUFFER IN THE REPORT'S ALLOCATION TABLE, WITH THE CLIENT,
020370*      COST CENTER, AND MARKUP OF ITS PROJECT.  THE FRONT-END
020380*      EDIT HAS ALREADY PROVED THE PROJECT IS ON THE MASTER.
020390*****************************************************************
020400 2170-LOAD-ALLOCATION.
020410     IF WS-ALLOC-COUNT = WS-MAX-ALLOCS
020420         MOVE 'REPORT ALLOCATION TABLE FULL' TO WS-ABEND-MSG
020430         GO TO 9000-ABEND
020440     END-IF
020450     MOVE EXPTRAN-ALLOC-PROJECT TO EXPPROJ-PROJECT
020460     READ EXPPROJ
020470         INVALID KEY
020480             MOVE 'ALLOCATION PROJECT NOT ON THE PROJECT MASTER'
020490                 TO WS-ABEND-MSG
020500             GO TO 9000-ABEND
020510     END-READ
020520     ADD 1 TO WS-ALLOC-COUNT
020530     SET ALI TO WS-ALLOC-COUNT
020540     MOVE EXPTRAN-ALLOC-LINE-NO  TO WS-ALC-LINE-NO(ALI)
020550     MOVE EXPTRAN-ALLOC-PROJECT  TO WS-ALC-PROJECT(ALI)
020560     MOVE EXPTRAN-ALLOC-METHOD   TO WS-ALC-METHOD(ALI)
020570     MOVE EXPTRAN-ALLOC-BILLABLE TO WS-ALC-BILLABLE(ALI)
020580     IF EXPTRAN-ALLOC-BY-PERCENT
020590         MOVE EXPTRAN-ALLOC-PCT  TO WS-ALC-PCT(ALI)
020600         MOVE 0                  TO WS-ALC-AMT-LEFT(ALI)
020610     ELSE
020620         MOVE 0                  TO WS-ALC-PCT(ALI)
020630         MOVE EXPTRAN-ALLOC-AMOUNT TO WS-ALC-AMT-LEFT(ALI)
020640     END-IF
020650     MOVE EXPPROJ-CLIENT-ID      TO WS-ALC-CLIENT-ID(ALI)
020660     MOVE EXPPROJ-COST-CENTER    TO WS-ALC-COST-CENTER(ALI)
020670     MOVE EXPPROJ-MARKUP-PCT     TO WS-ALC-MARKUP-PCT(ALI).
020680 2170-EXIT.
020690     EXIT.
020700
020710*****************************************************************
020720*  2800-SETTLE-ADVANCES
020730*      APPLY THE TOTALED REPORT'S EXPENSES TO ITS ADVANCES ON
020740*      THE EXPADVL LEDGER, IN THE ORDER THEY WERE CARRIED, EACH
020750*      SETTLED UP TO ITS OPEN BALANCE UNTIL THE EXPENSES RUN
020760*      OUT.  WHATEVER IS LEFT OPEN AGES ON THE LEDGER UNTIL IT
020770*      IS REPAID OR RECOVERED THROUGH PAYROLL.
020780*****************************************************************
020790 2800-SETTLE-ADVANCES.
020800     MOVE TOTAL TO WS-SETTLE-POOL
020810     SET AI TO 1
020820     PERFORM 2810-SETTLE-ONE-ADVANCE
020830         THRU 2810-EXIT
020840         UNTIL AI > WS-REPORT-ADV-COUNT.
020850 2800-EXIT.
020860     EXIT.
020870
020880*****************************************************************
020890*  2810-SETTLE-ONE-ADVANCE
020900*      SETTLE ONE ROW OF THE REPORT'S ADVANCE TABLE ON THE
020910*      LEDGER.  AN ADVANCE NOT YET ON THE LEDGER IS ADDED FROM
020920*      THE REPORT; ONE THIS REPORT ALREADY SETTLED BEFORE A
020930*      RESTART OF THE SAME RUN DATE IS LEFT AS IT IS.
020940*****************************************************************
020950 2810-SETTLE-ONE-ADVANCE.
020960     IF WS-RPT-ADV-OPEN(AI) > WS-SETTLE-POOL
020970         MOVE WS-SETTLE-POOL      TO WS-SETTLE-AMOUNT
020980     ELSE
020990         MOVE WS-RPT-ADV-OPEN(AI) TO WS-SETTLE-AMOUNT
021000     END-IF
021010     SUBTRACT WS-SETTLE-AMOUNT FROM WS-SETTLE-POOL
021020     MOVE WS-EMP-ID         TO EXPADVL-EMP-ID
021030     MOVE WS-RPT-ADV-NO(AI) TO EXPADVL-ADV-NO
021040     READ EXPADVL
021050         INVALID KEY
021060             PERFORM 2820-ADD-LEDGER-ADVANCE
021070                 THRU 2820-EXIT
021080             GO TO 2810-NEXT
021090     END-READ
021100     IF EXPADVL-LAST-REPORT-NO = WS-REPORT-NO
021110         AND EXPADVL-LAST-SETTLE-DATE = WS-RUN-DATE
021120         GO TO 2810-NEXT
021130     END-IF
021140     ADD WS-SETTLE-AMOUNT   TO EXPADVL-SETTLED-AMOUNT
021150     MOVE WS-REPORT-NO      TO EXPADVL-LAST-REPORT-NO
021160     MOVE WS-SETTLE-AMOUNT  TO EXPADVL-LAST-SETTLE-AMT
021170     MOVE WS-RUN-DATE       TO EXPADVL-LAST-SETTLE-DATE
021180     MOVE WS-RUN-DATE       TO EXPADVL-LAST-ACTIVITY-DATE
021190     PERFORM 2840-SET-LEDGER-STATUS
021200         THRU 2840-EXIT
021210     REWRITE EXPADVL-RECORD
021220         INVALID KEY
021230             MOVE 'ADVANCE LEDGER REWRITE FAILED'
021240                 TO WS-ABEND-MSG
021250             GO TO 9000-ABEND
021260     END-REWRITE.
021270 2810-NEXT.
021280     SET AI UP BY 1.
021290 2810-EXIT.
021300     EXIT.
021310
021320*****************************************************************
021330*  2820-ADD-LEDGER-ADVANCE
021340*      THE REPORT CARRIES AN ADVANCE TREASURY HAS NOT YET
021350*      REPORTED - ADD IT TO THE LEDGER FROM THE REPORT'S
021360*      CONVERTED ADVANCE RECORD, ALREADY SETTLED BY THIS
021370*      REPORT'S SHARE OF THE EXPENSES.  WHEN TREASURY'S ISSUE
021380*      ARRIVES THE LEDGER PROGRAM TAKES ITS AMOUNT OVER.
021390*****************************************************************
021400 2820-ADD-LEDGER-ADVANCE.
021410     MOVE SPACES TO EXPADVL-RECORD
021420     MOVE WS-EMP-ID                 TO EXPADVL-EMP-ID
021430     MOVE WS-RPT-ADV-NO(AI)         TO EXPADVL-ADV-NO
021440     SET EXPADVL-FROM-REPORT        TO TRUE
021450     MOVE WS-RPT-ADV-ISSUE-DATE(AI) TO EXPADVL-ISSUE-DATE
021460     MOVE WS-RPT-ADV-CONVERTED(AI)  TO EXPADVL-ISSUE-AMOUNT
021470     MOVE WS-SETTLE-AMOUNT          TO EXPADVL-SETTLED-AMOUNT
021480     MOVE 0                         TO EXPADVL-REPAID-AMOUNT
021490     MOVE 0                         TO EXPADVL-RECOVERED-AMOUNT
021500     MOVE WS-REPORT-NO              TO EXPADVL-LAST-REPORT-NO
021510     MOVE WS-SETTLE-AMOUNT          TO EXPADVL-LAST-SETTLE-AMT
021520     MOVE WS-RUN-DATE               TO EXPADVL-LAST-SETTLE-DATE
021530     MOVE WS-RUN-DATE               TO EXPADVL-LAST-ACTIVITY-DATE
021540     SET EXPADVL-OPEN               TO TRUE
021550     PERFORM 2840-SET-LEDGER-STATUS
021560         THRU 2840-EXIT
021570     WRITE EXPADVL-RECORD
021580         INVALID KEY
021590             MOVE 'ADVANCE LEDGER KEY ALREADY ON FILE'
021600                 TO WS-ABEND-MSG
021610             GO TO 9000-ABEND
021620     END-WRITE.
021630 2820-EXIT.
021640     EXIT.
021650
021660*****************************************************************
021670*  2830-COMPUTE-ADV-BALANCE
021680*      THE OPEN BALANCE OF THE LEDGER RECORD IN THE EXPADVL
021690*      BUFFER - ISSUED LESS SETTLED, REPAID, AND RECOVERED.
021700*****************************************************************
021710 2830-COMPUTE-ADV-BALANCE.
021720     COMPUTE WS-ADV-BALANCE =
021730         EXPADVL-ISSUE-AMOUNT - EXPADVL-SETTLED-AMOUNT
021740         - EXPADVL-REPAID-AMOUNT - EXPADVL-RECOVERED-AMOUNT.
021750 2830-EXIT.
021760     EXIT.
021770
021780*****************************************************************
021790*  2840-SET-LEDGER-STATUS
021800*      MARK THE LEDGER RECORD IN THE EXPADVL BUFFER SETTLED ONCE
021810*      NOTHING IS LEFT OPEN ON IT.  AN ADVANCE ALREADY SENT TO
021820*      PAYROLL KEEPS THAT STATUS.
021830*****************************************************************
021840 2840-SET-LEDGER-STATUS.
021850     IF EXPADVL-TO-PAYROLL
021860         GO TO 2840-EXIT
021870     END-IF
021880     PERFORM 2830-COMPUTE-ADV-BALANCE
021890         THRU 2830-EXIT
021900     IF WS-ADV-BALANCE > 0
021910         SET EXPADVL-OPEN    TO TRUE
021920     ELSE
021930         SET EXPADVL-SETTLED TO TRUE
021940     END-IF.
021950 2840-EXIT.
021960     EXIT.
021970
021980*****************************************************************
021990*  2850-RECORD-CLAIM
022000*      WRITE THE REPORT JUST PRINTED TO THE KEYED CLAIM
022010*      HISTORY AT ONCE, SO A SECOND COPY OF THE SAME SUBMISSION
022020*      LATER IN TODAY'S FILE HITS IT ON THE PROBE - ONE RECORD
022030*      PER COMPLETED REPORT, WHETHER OR NOT ANY EXPENSE TYPE
022040*      POSTED TO THE GL, SO AN ADVANCE-ONLY REPORT RE-KEYED ON A
022050*      LATER DAY IS STILL CAUGHT.  A CLERK-RELEASED RESUBMISSION
022060*      OF A REPORT NUMBER ALREADY ON FILE LEAVES THE ORIGINAL
022070*      RECORD.
022080*****************************************************************
022090 2850-RECORD-CLAIM.
022100     MOVE WS-EMP-ID     TO EXPHIST-EMP-ID
022110     MOVE WS-TRIP-START TO EXPHIST-TRIP-START
022120     MOVE WS-TRIP-END   TO EXPHIST-TRIP-END
022130     MOVE 'Report'      TO EXPHIST-TYPE-NAME
022140     MOVE TOTAL         TO EXPHIST-AMOUNT
022150     MOVE WS-REPORT-NO  TO EXPHIST-REPORT-NO
022160     MOVE WS-RUN-DATE   TO EXPHIST-RUN-DATE
022170     WRITE EXPHIST-RECORD
022180         INVALID KEY
022190             IF WS-DUP-BYPASS-HONORED
022200                 GO TO 2850-EXIT
022210             END-IF
022220             MOVE 'CLAIM HISTORY KEY ALREADY ON FILE'
022230                 TO WS-ABEND-MSG
022240             GO TO 9000-ABEND
022250     END-WRITE.
022260 2850-EXIT.
022270     EXIT.
022280
022290*****************************************************************
022300*  2860-ARCHIVE-CLAIM
022310*      WRITE THE SETTLED REPORT'S HEADER, DETAIL LINES, AND
022320*      ADVANCES TO THE LINE-LEVEL CLAIM ARCHIVE UNDER ITS REPORT
022330*      NUMBER AND THE RUN DATE, BESIDE THE PRINT LINES ALREADY
022340*      WRITTEN AS IT PRINTED.  THE HEADER CARRIES WHAT THE
022350*      REPORT RUN PAID AND WHAT IT HELD BACK, SO THE ARCHIVE
022360*      SHOWS HOW THE PAYMENT WAS ARRIVED AT.
022370*****************************************************************
022380 2860-ARCHIVE-CLAIM.
022390     MOVE SPACES                 TO EXPARCH-RECORD
022400     MOVE WS-REPORT-NO           TO EXPARCH-REPORT-NO
022410     MOVE WS-RUN-DATE            TO EXPARCH-RUN-DATE
022420     SET EXPARCH-HEADER          TO TRUE
022430     MOVE 0                      TO EXPARCH-SEQ
022440     MOVE WS-EMP-ID              TO EXPARCH-EMP-ID
022450     MOVE WS-EMP-NAME            TO EXPARCH-HDR-EMP-NAME
022460     MOVE WS-DEPARTMENT          TO EXPARCH-HDR-DEPARTMENT
022470     MOVE WS-CURR-COST-CENTER    TO EXPARCH-HDR-COST-CENTER
022480     MOVE WS-CURR-EMP-GRADE      TO EXPARCH-HDR-GRADE
022490     MOVE WS-TRIP-START          TO EXPARCH-HDR-TRIP-START
022500     MOVE WS-TRIP-END            TO EXPARCH-HDR-TRIP-END
022510     MOVE WS-LINE-COUNT          TO EXPARCH-HDR-LINE-COUNT
022520     MOVE WS-REPORT-ADV-COUNT    TO EXPARCH-HDR-ADV-COUNT
022530     MOVE TOTAL                  TO EXPARCH-HDR-TOTAL
022540     MOVE MEALS                  TO EXPARCH-HDR-MEALS
022550     MOVE WS-ADVANCE-TOTAL       TO EXPARCH-HDR-ADVANCE-TOTAL
022560     MOVE WS-REPORT-EXCP-TOTAL   TO EXPARCH-HDR-EXCP-TOTAL
022570     MOVE WS-REPORT-RCPT-TOTAL   TO EXPARCH-HDR-RCPT-TOTAL
022580     MOVE WS-NET-PAYABLE         TO EXPARCH-HDR-NET-AMOUNT
022590     IF WS-NET-PAYABLE > 0
022600         MOVE WS-NET-PAYABLE     TO EXPARCH-HDR-PAID-AMOUNT
022610         MOVE WS-PAY-REF         TO EXPARCH-HDR-PAY-REF
022620     ELSE
022630         MOVE 0                  TO EXPARCH-HDR-PAID-AMOUNT
022640     END-IF
022650     MOVE WS-LATE-CLAIM-SW       TO EXPARCH-HDR-LATE-SW
022660     IF WS-DAYS-SINCE-TRIP > 0
022670         MOVE WS-DAYS-SINCE-TRIP TO EXPARCH-HDR-DAYS-AFTER-TRIP
022680     ELSE
022690         MOVE 0                  TO EXPARCH-HDR-DAYS-AFTER-TRIP
022700     END-IF
022710     PERFORM 2890-WRITE-ARCHIVE
022720         THRU 2890-EXIT
022730     PERFORM 2870-ARCHIVE-ONE-LINE
022740         THRU 2870-EXIT
022750         VARYING I FROM 1 BY 1
022760         UNTIL I > WS-LINE-COUNT
022770     PERFORM 2880-ARCHIVE-ONE-ADVANCE
022780         THRU 2880-EXIT
022790         VARYING AI FROM 1 BY 1
022800         UNTIL AI > WS-REPORT-ADV-COUNT.
022810 2860-EXIT.
022820     EXIT.
022830
022840*****************************************************************
022850*  2870-ARCHIVE-ONE-LINE
022860*      WRITE ONE DETAIL LINE TO THE ARCHIVE AS IT WAS PROCESSED.
022870*      THE TYPE NAME AND LIMIT ARE THE POLICY ROW IN FORCE ON
022880*      THE EXPENSE DATE - THE TYPE 1 DAILY PER-DIEM FOR A MEAL
022890*      LINE.  THE STATUS SHOWS WHETHER THE LINE WAS PAID WITH
022900*      THE REPORT OR HELD, AND WHY.
022910*****************************************************************
022920 2870-ARCHIVE-ONE-LINE.
022930     MOVE SPACES                 TO EXPARCH-DATA
022940     SET EXPARCH-LINE            TO TRUE
022950     SET EXPARCH-SEQ             TO I
022960     MOVE WS-TYPE(I)             TO EXPARCH-LIN-TYPE
022970     MOVE WS-EXP-DATE(I)         TO EXPARCH-LIN-EXP-DATE
022980     MOVE WS-AMOUNT(I)           TO EXPARCH-LIN-AMOUNT
022990     MOVE WS-CURRENCY(I)         TO EXPARCH-LIN-CURRENCY
023000     MOVE WS-CONV-AMOUNT(I)      TO EXPARCH-LIN-CONV-AMOUNT
023010     MOVE WS-MILES(I)            TO EXPARCH-LIN-MILES
023020     MOVE WS-LINE-MILE-RATE(I)   TO EXPARCH-LIN-MILE-RATE
023030     MOVE WS-RECEIPT-IND(I)      TO EXPARCH-LIN-RECEIPT-IND
023040     MOVE WS-TYPE(I)             TO WS-POL-LOOKUP-TYPE
023050     MOVE WS-EXP-DATE(I)         TO WS-POL-LOOKUP-DATE
023060     PERFORM 3105-FIND-POLICY
023070         THRU 3105-EXIT
023080     MOVE WS-POLICY-TYPE-NAME    TO EXPARCH-LIN-TYPE-NAME
023090     MOVE WS-POLICY-LIMIT        TO EXPARCH-LIN-LIMIT
023100     SET EXPARCH-LIN-PAID        TO TRUE
023110     IF WS-TYPE(I) = 1 OR 2
023120         MOVE 1 TO WS-POL-LOOKUP-TYPE
023130         PERFORM 3105-FIND-POLICY
023140             THRU 3105-EXIT
023150         MOVE WS-POLICY-LIMIT    TO EXPARCH-LIN-LIMIT
023160         SET DI TO 1
023170         SEARCH WS-DAY-ENTRY
023180             WHEN WS-DAY-DATE(DI) = WS-EXP-DATE(I)
023190                 IF WS-DAY-HELD-SW(DI) = 'X'
023200                     SET EXPARCH-LIN-MEAL-DAY TO TRUE
023210                 END-IF
023220         END-SEARCH
023230     ELSE
023240         IF WS-LINE-HELD-SW(I) = 'X'
023250             SET EXPARCH-LIN-OVER-LIMIT TO TRUE
023260         END-IF
023270     END-IF
023280     IF EXPARCH-LIN-PAID
023290         AND WS-PEND-RCPT-COUNT > 0
023300             SET RPI TO 1
023310             SEARCH WS-PEND-RCPT-ENTRY
023320                 WHEN WS-RCPT-LINE-NO(RPI) = EXPARCH-SEQ
023330                     SET EXPARCH-LIN-RCPT-HELD TO TRUE
023340             END-SEARCH
023350     END-IF
023360     PERFORM 2890-WRITE-ARCHIVE
023370         THRU 2890-EXIT.
023380 2870-EXIT.
023390     EXIT.
023400
023410*****************************************************************
023420*  2880-ARCHIVE-ONE-ADVANCE
023430*      WRITE ONE OF THE REPORT'S CASH ADVANCES TO THE ARCHIVE -
023440*      THE ADVANCE IN HOME CURRENCY AND THE OPEN BALANCE OF IT
023450*      THE REPORT NETTED AGAINST ITS EXPENSES.
023460*****************************************************************
023470 2880-ARCHIVE-ONE-ADVANCE.
023480     MOVE SPACES                    TO EXPARCH-DATA
023490     SET EXPARCH-ADVANCE            TO TRUE
023500     SET EXPARCH-SEQ                TO AI
023510     MOVE WS-RPT-ADV-NO(AI)         TO EXPARCH-ADV-NO
023520     MOVE WS-RPT-ADV-ISSUE-DATE(AI) TO EXPARCH-ADV-ISSUE-DATE
023530     MOVE WS-RPT-ADV-CONVERTED(AI)  TO EXPARCH-ADV-CONVERTED
023540     MOVE WS-RPT-ADV-OPEN(AI)       TO EXPARCH-ADV-NETTED
023550     PERFORM 2890-WRITE-ARCHIVE
023560         THRU 2890-EXIT.
023570 2880-EXIT.
023580     EXIT.
023590
023600*****************************************************************
023610*  2890-WRITE-ARCHIVE
023620*      WRITE THE RECORD BUILT IN THE EXPARCH BUFFER.  A REPORT
023630*      RERUN AFTER A RESTART FINDS ITS KEY ALREADY ON FILE AND
023640*      REWRITES IT INSTEAD, SO THE ARCHIVE NEVER HOLDS A REPORT
023650*      TWICE.
023660*****************************************************************
023670 2890-WRITE-ARCHIVE.
023680     WRITE EXPARCH-RECORD
023690         INVALID KEY
023700             REWRITE EXPARCH-RECORD
023710     END-WRITE.
023720 2890-EXIT.
023730     EXIT.
023740
023750*****************************************************************
023760*  2900-WRITE-CHECKPOINT
023770*      RECORD THAT THIS EMPLOYEE'S REPORT WAS FULLY HANDLED -
023780*      PRINTED, OR DIVERTED TO THE REJECT FILE - SO A
023790*      RESTARTED RUN CAN SKIP PAST IT.
023800*****************************************************************
023810 2900-WRITE-CHECKPOINT.
023820*    REPORT NUMBER 000000 IS THE RUNNING-TOTALS CONTROL RECORD'S
023830*    RESERVED KEY - THE FRONT-END EDIT REJECTS IT, SO REACHING
023840*    HERE WITH IT MEANS THE EDITED FILE CANNOT BE TRUSTED.
023850     IF WS-REPORT-NO = WS-CKPT-CONTROL-KEY
023860         MOVE 'REPORT NUMBER ZERO IS RESERVED' TO WS-ABEND-MSG
023870         GO TO 9000-ABEND
023880     END-IF
023890     MOVE WS-REPORT-NO TO EXPCKPT-REPORT-NO
023900     MOVE WS-EMP-ID    TO EXPCKPT-EMP-ID
023910     MOVE WS-GRAND-TOTAL TO EXPCKPT-GRAND-TOTAL
023920     MOVE WS-GRAND-MEALS TO EXPCKPT-GRAND-MEALS
023930     MOVE WS-REPORT-COUNT TO EXPCKPT-REPORT-COUNT
023940     MOVE WS-OVER-LIMIT-COUNT TO EXPCKPT-OVER-LIMIT-COUNT
023950     MOVE WS-EXCP-WRITTEN TO EXPCKPT-EXCP-WRITTEN
023960     MOVE WS-GLEX-WRITTEN TO EXPCKPT-GLEX-WRITTEN
023970     MOVE WS-EXCP-AMOUNT-TOTAL TO EXPCKPT-EXCP-AMOUNT
023980     MOVE WS-REJECT-COUNT TO EXPCKPT-REJECT-COUNT
023990     MOVE WS-DUP-COUNT TO EXPCKPT-DUP-COUNT
024000     MOVE WS-PAYMENT-COUNT TO EXPCKPT-PAYMENT-COUNT
024010     MOVE WS-OUTSTANDING-ADV-COUNT TO EXPCKPT-OUT-ADV-COUNT
024020     MOVE WS-OUTSTANDING-ADV-TOTAL TO EXPCKPT-OUT-ADV-TOTAL
024030     MOVE WS-AUTH-EXCP-COUNT TO EXPCKPT-AUTH-EXCP-COUNT
024040     MOVE WS-BUDGET-HOLD-COUNT TO EXPCKPT-BUDGET-HOLD-COUNT
024050     MOVE WS-REBILL-COUNT TO EXPCKPT-REBILL-COUNT
024060     MOVE WS-REBILL-TOTAL TO EXPCKPT-REBILL-TOTAL
024070     WRITE EXPCKPT-RECORD
024080         INVALID KEY
024090             MOVE 'CHECKPOINT KEY ALREADY ON FILE'
024100                 TO WS-ABEND-MSG
024110             GO TO 9000-ABEND
024120     END-WRITE
024130     ADD 1 TO WS-CKPT-WRITTEN
024140     PERFORM 2910-UPDATE-CKPT-TOTALS
024150         THRU 2910-EXIT.
024160 2900-EXIT.
024170     EXIT.
024180
024190*****************************************************************
024200*  2910-UPDATE-CKPT-TOTALS
024210*      RE-KEY THE CHECKPOINT RECORD JUST BUILT - THE RUNNING
024220*      CONTROL TOTALS ARE STILL IN IT - AS THE RESERVED CONTROL
024230*      RECORD AND PUT IT BACK, SO A RESTART FINDS THE PRIOR
024240*      RUN'S FINAL TOTALS UNDER KEY 000000.
024250*****************************************************************
024260 2910-UPDATE-CKPT-TOTALS.
024270     MOVE WS-CKPT-CONTROL-KEY TO EXPCKPT-REPORT-NO
024280     MOVE SPACES TO EXPCKPT-EMP-ID
024290     WRITE EXPCKPT-RECORD
024300         INVALID KEY
024310             REWRITE EXPCKPT-RECORD
024320     END-WRITE.
024330 2910-EXIT.
024340     EXIT.
024350
024360*****************************************************************
024370*  3000-PRINTREPORT
024380*      WRITE THE EXPENSE DETAIL LINES TO EXPRPT FOLLOWED BY THE
024390*      MEALS AND GRAND TOTAL LINES.
024400*****************************************************************
024410 3000-PRINTREPORT.
024420     MOVE 0 TO TOTAL
024430     MOVE 0 TO MEALS
024440     MOVE 0 TO WS-DAY-COUNT
024450     MOVE 0 TO WS-REPORT-EXCP-TOTAL
024460     MOVE 0 TO WS-PEND-EXCP-COUNT
024470     MOVE 0 TO WS-REPORT-RCPT-TOTAL
024480     MOVE 0 TO WS-PEND-RCPT-COUNT
024490     MOVE ZEROS TO WS-GL-TOTALS
024500     MOVE 0 TO WS-POST-COUNT
024510     MOVE 0 TO WS-SHARE-COUNT
024520     MOVE 0 TO WS-QUEUE-TAXABLE
024530     PERFORM 3005-CHECK-LATE-CLAIM
024540         THRU 3005-EXIT
024550     MOVE 0 TO WS-ARCH-PRINT-SEQ
024560     SET WS-ARCH-CAPTURE-ON TO TRUE
024570     PERFORM 3010-PRINT-HEADER-BLOCK
024580         THRU 3010-EXIT
024590     MOVE SPACES TO EXPRPT-LINE
024600     MOVE WS-COLUMN-HEADER TO EXPRPT-LINE
024610     PERFORM 3700-WRITE-REPORT-LINE
024620         THRU 3700-EXIT
024630     SET WS-REPORT-ACTIVE TO TRUE
024640     MOVE 1 TO I
024650     PERFORM 3100-SHOWEXPENSEDETAIL
024660         THRU 3100-EXIT
024670         UNTIL I > WS-LINE-COUNT
024680     IF WS-DAY-COUNT > 0
024690         SET DI TO 1
024700         PERFORM 3150-CHECK-MEAL-DAYS
024710             THRU 3150-EXIT
024720             UNTIL DI > WS-DAY-COUNT
024730     END-IF
024740*    RECEIPTS ARE CHECKED ONCE EVERY LINE AND MEAL DAY HAS HAD
024750*    ITS LIMIT APPLIED, SO A LINE ALREADY QUEUED IS PASSED OVER.
024760     MOVE 1 TO I
024770     PERFORM 3140-CHECK-RECEIPT
024780         THRU 3140-EXIT
024790         UNTIL I > WS-LINE-COUNT
024800*    EACH LINE IS SPLIT ACROSS ITS PROJECTS ONCE EVERY HOLD ON
024810*    IT IS KNOWN, SO THE REBILL EXTRACT CAN SHOW ITS STATUS, AND
024820*    BEFORE THE BUDGET CHECK, WHICH POSTS THE SPLIT.
024830     MOVE 1 TO I
024840     PERFORM 3250-ALLOCATE-LINE
024850         THRU 3250-EXIT
024860         UNTIL I > WS-LINE-COUNT
024870*    AN ADVANCE-ONLY REPORT CLAIMS NO TRAVEL, SO IT IS NOT
024880*    MATCHED TO AN AUTHORIZATION.
024890     IF WS-LINE-COUNT > 0
024900         PERFORM 3180-CHECK-TRIP-AUTH
024910             THRU 3180-EXIT
024920     END-IF
024930*    THE BUDGET HOLD COMES LAST SO IT TAKES ONLY WHAT THE LINE
024940*    AND TRIP EXCEPTIONS HAVE NOT ALREADY HELD.
024950     IF WS-LINE-COUNT > 0
024960         PERFORM 3190-CHECK-BUDGET
024970             THRU 3190-EXIT
024980     END-IF
024990     PERFORM 3220-ARCHIVE-HOLD-DISTRIBS
025000         THRU 3220-EXIT
025010     PERFORM 3160-WRITE-EXCEPTIONS
025020         THRU 3160-EXIT
025030     IF WS-PEND-RCPT-COUNT > 0
025040         SET RPI TO 1
025050         PERFORM 3165-WRITE-RECEIPT-HOLD
025060             THRU 3165-EXIT
025070             UNTIL RPI > WS-PEND-RCPT-COUNT
025080     END-IF
025090     SET GI TO 1
025100     PERFORM 3200-WRITE-GL-EXTRACT
025110         THRU 3200-EXIT
025120         UNTIL GI > 6
025130     MOVE MEALS TO WS-AMOUNT-EDIT
025140     MOVE SPACES TO EXPRPT-LINE
025150     STRING 'Meals: ' DELIMITED BY SIZE
025160            WS-AMOUNT-EDIT DELIMITED BY SIZE
025170            INTO EXPRPT-LINE
025180     PERFORM 3700-WRITE-REPORT-LINE
025190         THRU 3700-EXIT
025200     MOVE TOTAL TO WS-AMOUNT-EDIT
025210     MOVE SPACES TO EXPRPT-LINE
025220     STRING 'Total: ' DELIMITED BY SIZE
025230            WS-AMOUNT-EDIT DELIMITED BY SIZE
025240            INTO EXPRPT-LINE
025250     PERFORM 3700-WRITE-REPORT-LINE
025260         THRU 3700-EXIT
025270     IF WS-REPORT-ADV-COUNT > 0
025280         PERFORM 3400-PRINT-SETTLEMENT
025290             THRU 3400-EXIT
025300     END-IF
025310     IF WS-CLAIM-LATE
025320         PERFORM 3410-PRINT-LATE-CLAIM
025330             THRU 3410-EXIT
025340     END-IF
025350     SET WS-REPORT-NOT-ACTIVE TO TRUE
025360     SET WS-ARCH-CAPTURE-OFF TO TRUE
025370     ADD TOTAL TO WS-GRAND-TOTAL
025380     ADD MEALS TO WS-GRAND-MEALS
025390     PERFORM 3300-WRITE-PAYMENT
025400         THRU 3300-EXIT.
025410 3000-EXIT.
025420     EXIT.
025430
025440*****************************************************************
025450*  3005-CHECK-LATE-CLAIM
025460*      AGE THE REPORT FROM ITS TRIP END DATE TO THE RUN DATE.  A
025470*      REPORT SUBMITTED MORE THAN WS-LATE-CLAIM-DAYS DAYS AFTER
025480*      THE TRIP ENDED FAILS THE ACCOUNTABLE-PLAN TIMELINESS TEST
025490*      AND EVERYTHING PAID ON IT IS TAXABLE.  A TRIP END THAT IS
025500*      NOT A DATE IS LEFT TIMELY RATHER THAN GUESSED AT.
025510*****************************************************************
025520 3005-CHECK-LATE-CLAIM.
025530     SET WS-CLAIM-TIMELY TO TRUE
025540     MOVE 0 TO WS-DAYS-SINCE-TRIP
025550     MOVE WS-TRIP-END TO WS-TAX-DATE-X
025560     IF WS-TAX-DATE-X IS NOT NUMERIC
025570         GO TO 3005-EXIT
025580     END-IF
025590     COMPUTE WS-TRIP-END-SERIAL =
025600         WS-TAX-YYYY * 365 + WS-TAX-MM * 31 + WS-TAX-DD
025610     COMPUTE WS-DAYS-SINCE-TRIP =
025620         WS-RUN-SERIAL - WS-TRIP-END-SERIAL
025630     IF WS-DAYS-SINCE-TRIP > WS-LATE-CLAIM-DAYS
025640         SET WS-CLAIM-LATE TO TRUE
025650     END-IF.
025660 3005-EXIT.
025670     EXIT.
025680
025690*****************************************************************
025700*  3010-PRINT-HEADER-BLOCK
025710*      WRITE THE EMPLOYEE/TRIP IDENTIFICATION BLOCK AT THE TOP
025720*      OF THE REPORT SO PRINTED REPORTS CAN BE TOLD APART.
025730*****************************************************************
025740 3010-PRINT-HEADER-BLOCK.
025750     MOVE WS-REPORT-NO TO WS-REPORT-NO-FMT
025760     MOVE SPACES TO EXPRPT-LINE
025770     STRING 'Report Number: ' DELIMITED BY SIZE
025780            WS-REPORT-NO-FMT DELIMITED BY SIZE
025790            INTO EXPRPT-LINE
025800     PERFORM 3700-WRITE-REPORT-LINE
025810         THRU 3700-EXIT
025820     MOVE SPACES TO EXPRPT-LINE
025830     STRING 'Employee Name: ' DELIMITED BY SIZE
025840            WS-EMP-NAME DELIMITED BY SIZE
025850            INTO EXPRPT-LINE
025860     PERFORM 3700-WRITE-REPORT-LINE
025870         THRU 3700-EXIT
025880     MOVE SPACES TO EXPRPT-LINE
025890     STRING 'Employee ID:   ' DELIMITED BY SIZE
025900            WS-EMP-ID DELIMITED BY SIZE
025910            INTO EXPRPT-LINE
025920     PERFORM 3700-WRITE-REPORT-LINE
025930         THRU 3700-EXIT
025940     MOVE SPACES TO EXPRPT-LINE
025950     STRING 'Department:    ' DELIMITED BY SIZE
025960            WS-DEPARTMENT DELIMITED BY SIZE
025970            INTO EXPRPT-LINE
025980     PERFORM 3700-WRITE-REPORT-LINE
025990         THRU 3700-EXIT
026000     MOVE SPACES TO EXPRPT-LINE
026010     STRING 'Trip Dates:    ' DELIMITED BY SIZE
026020            WS-TRIP-START DELIMITED BY SIZE
026030            ' - ' DELIMITED BY SIZE
026040            WS-TRIP-END DELIMITED BY SIZE
026050            INTO EXPRPT-LINE
026060     PERFORM 3700-WRITE-REPORT-LINE
026070         THRU 3700-EXIT
026080     MOVE SPACES TO EXPRPT-LINE
026090     PERFORM 3700-WRITE-REPORT-LINE
026100         THRU 3700-EXIT.
026110 3010-EXIT.
026120     EXIT.
026130
026140*****************************************************************
026150*  3100-SHOWEXPENSEDETAIL
026160*      APPLY POLICY LIMITS TO ONE EXPENSE LINE AND WRITE ITS
026170*      DETAIL LINE TO EXPRPT.
026180*****************************************************************
026190 3100-SHOWEXPENSEDETAIL.
026200*    A MILEAGE LINE'S AMOUNT IS COMPUTED FROM ITS MILES AND THE
026210*    STANDARD RATE IN FORCE ON ITS EXPENSE DATE - IT IS ALREADY
026220*    IN HOME CURRENCY, SO IT NEVER PASSES THROUGH THE RATE TABLE.
026230     IF WS-TYPE(I) = 6
026240         PERFORM 3115-COMPUTE-MILEAGE
026250             THRU 3115-EXIT
026260     ELSE
026270         MOVE WS-AMOUNT(I)   TO WS-CONVERT-AMOUNT
026280         MOVE WS-CURRENCY(I) TO WS-CONVERT-CURRENCY
026290         PERFORM 3110-CONVERT-AMOUNT
026300             THRU 3110-EXIT
026310     END-IF
026320     IF WS-TYPE(I) = 1 OR 2
026330         ADD WS-CONVERTED-AMOUNT TO MEALS
026340         PERFORM 3130-ADD-MEAL-DAY
026350             THRU 3130-EXIT
026360     END-IF
026370     ADD WS-CONVERTED-AMOUNT TO WS-GL-TOTAL(WS-TYPE(I))
026380*    THE TYPE NAME AND THE LIMIT BOTH COME FROM THE POLICY ROW IN
026390*    FORCE ON THE LINE'S EXPENSE DATE FOR THE EMPLOYEE'S GRADE.
026400*    MEAL LINES (TYPES 1 AND 2) CARRY NO PER-LINE LIMIT - THE
026410*    DAILY PER-DIEM IS CHECKED PER EXPENSE DATE AFTER THE DETAIL,
026420*    AND A POLICY LIMIT OF ZERO MEANS THE TYPE HAS NO LIMIT.
026430     MOVE WS-TYPE(I)     TO WS-POL-LOOKUP-TYPE
026440     MOVE WS-EXP-DATE(I) TO WS-POL-LOOKUP-DATE
026450     PERFORM 3105-FIND-POLICY
026460         THRU 3105-EXIT
026470     IF WS-POL-NOT-FOUND
026480         MOVE 'NO POLICY RECORD IN EFFECT FOR EXPENSE TYPE'
026490             TO WS-ABEND-MSG
026500         GO TO 9000-ABEND
026510     END-IF
026520     MOVE WS-POLICY-TYPE-NAME TO EXPENSENAME
026530     IF WS-TYPE(I) NOT = 1 AND WS-TYPE(I) NOT = 2
026540         AND WS-POLICY-LIMIT > 0
026550         AND WS-CONVERTED-AMOUNT > WS-POLICY-LIMIT
026560             MOVE 'X' TO MEALOVEREXPENSESMARKER
026570     ELSE
026580             MOVE ' ' TO MEALOVEREXPENSESMARKER
026590     END-IF
026600     MOVE WS-CONVERTED-AMOUNT    TO WS-CONV-AMOUNT(I)
026610     MOVE MEALOVEREXPENSESMARKER TO WS-LINE-HELD-SW(I)
026620     IF WS-TYPE(I) = 6
026630         MOVE WS-MILE-RATE       TO WS-LINE-MILE-RATE(I)
026640     ELSE
026650         MOVE 0                  TO WS-LINE-MILE-RATE(I)
026660     END-IF
026670     IF MEALOVEREXPENSESMARKER = 'X'
026680         ADD 1 TO WS-OVER-LIMIT-COUNT
026690         ADD 1 TO WS-DEPT-OVER-LIMIT-COUNT
026700         MOVE 'L' TO WS-QUEUE-SCOPE
026710         SET WS-QUEUE-LINE-NO TO I
026720         PERFORM 3120-QUEUE-EXCEPTION
026730             THRU 3120-EXIT
026740     END-IF
026750     MOVE WS-CONVERTED-AMOUNT TO WS-AMOUNT-EDIT
026760     MOVE SPACES TO EXPRPT-LINE
026770*    A MILEAGE LINE SHOWS THE MILES AND THE RATE APPLIED ALONGSIDE
026780*    THE COMPUTED AMOUNT, SO THE EMPLOYEE CAN TIE THE FIGURE BACK
026790*    TO THE MILES THEY KEYED.
026800     IF WS-TYPE(I) = 6
026810         MOVE WS-MILES(I)  TO WS-MILES-FMT
026820         MOVE WS-MILE-RATE TO WS-MRATE-FMT
026830         STRING EXPENSENAME DELIMITED BY SIZE
026840                ' ' DELIMITED BY SIZE
026850                WS-EXP-DATE(I) DELIMITED BY SIZE
026860                WS-AMOUNT-EDIT DELIMITED BY SIZE
026870                ' ' DELIMITED BY SIZE
026880                MEALOVEREXPENSESMARKER DELIMITED BY SIZE
026890                ' ' DELIMITED BY SIZE
026900                WS-MILES-FMT DELIMITED BY SIZE
026910                ' MI @ ' DELIMITED BY SIZE
026920                WS-MRATE-FMT DELIMITED BY SIZE
026930                INTO EXPRPT-LINE
026940     ELSE
026950         STRING EXPENSENAME DELIMITED BY SIZE
026960                ' ' DELIMITED BY SIZE
026970                WS-EXP-DATE(I) DELIMITED BY SIZE
026980                WS-AMOUNT-EDIT DELIMITED BY SIZE
026990                ' ' DELIMITED BY SIZE
027000                MEALOVEREXPENSESMARKER DELIMITED BY SIZE
027010                INTO EXPRPT-LINE
027020     END-IF
027030     PERFORM 3700-WRITE-REPORT-LINE
027040         THRU 3700-EXIT
027050     ADD WS-CONVERTED-AMOUNT TO TOTAL
027060     ADD 1 TO I.
027070 3100-EXIT.
027080     EXIT.
027090
027100*****************************************************************
027110*  3105-FIND-POLICY
027120*      FIND THE POLICY ROW IN FORCE FOR WS-POL-LOOKUP-TYPE ON
027130*      WS-POL-LOOKUP-DATE - THE ROW WITH THE LATEST EFFECTIVE
027140*      DATE NOT AFTER THE LOOKUP DATE, A ROW MATCHING THE
027150*      EMPLOYEE'S GRADE BEATING THE ALL-GRADES ROW - AND LEAVE
027160*      ITS TYPE NAME, GL ACCOUNT, LIMIT, AND RECEIPT RULES IN
027170*      THE WS-POLICY-* FIELDS.
027180*****************************************************************
027190 3105-FIND-POLICY.
027200     MOVE SPACES TO WS-POL-GRADE-DATE
027210     MOVE SPACES TO WS-POL-ANY-DATE
027220     PERFORM 3107-SCAN-ONE-POLICY
027230         THRU 3107-EXIT
027240         VARYING POI FROM 1 BY 1
027250         UNTIL POI > WS-POLICY-COUNT
027260     EVALUATE TRUE
027270         WHEN WS-POL-GRADE-DATE NOT = SPACES
027280             SET WS-POL-FOUND TO TRUE
027290             MOVE WS-POL-GRADE-NAME  TO WS-POLICY-TYPE-NAME
027300             MOVE WS-POL-GRADE-GL    TO WS-POLICY-GL-ACCT
027310             MOVE WS-POL-GRADE-LIMIT TO WS-POLICY-LIMIT
027320             MOVE WS-POL-GRADE-RCPT-THRESH
027330                 TO WS-POLICY-RCPT-THRESH
027340             MOVE WS-POL-GRADE-RCPT-DAYS TO WS-POLICY-RCPT-DAYS
027350         WHEN WS-POL-ANY-DATE NOT = SPACES
027360             SET WS-POL-FOUND TO TRUE
027370             MOVE WS-POL-ANY-NAME  TO WS-POLICY-TYPE-NAME
027380             MOVE WS-POL-ANY-GL    TO WS-POLICY-GL-ACCT
027390             MOVE WS-POL-ANY-LIMIT TO WS-POLICY-LIMIT
027400             MOVE WS-POL-ANY-RCPT-THRESH TO WS-POLICY-RCPT-THRESH
027410             MOVE WS-POL-ANY-RCPT-DAYS   TO WS-POLICY-RCPT-DAYS
027420         WHEN OTHER
027430             SET WS-POL-NOT-FOUND TO TRUE
027440     END-EVALUATE.
027450 3105-EXIT.
027460     EXIT.
027470
027480*****************************************************************
027490*  3107-SCAN-ONE-POLICY
027500*      LOOK AT ONE POLICY TABLE ROW AND KEEP IT AS THE
027510*      GRADE-MATCHED OR ALL-GRADES CANDIDATE WHEN ITS TYPE
027520*      MATCHES, ITS EFFECTIVE DATE IS ON OR BEFORE THE LOOKUP
027530*      DATE, AND IT IS LATER THAN THE CANDIDATE KEPT SO FAR.
027540*****************************************************************
027550 3107-SCAN-ONE-POLICY.
027560     IF WS-POL-TYPE(POI) NOT = WS-POL-LOOKUP-TYPE
027570         OR WS-POL-EFF-DATE(POI) > WS-POL-LOOKUP-DATE
027580             GO TO 3107-EXIT
027590     END-IF
027600     IF WS-POL-GRADE(POI) = SPACE
027610         IF WS-POL-ANY-DATE = SPACES
027620             OR WS-POL-EFF-DATE(POI) > WS-POL-ANY-DATE
027630                 MOVE WS-POL-EFF-DATE(POI)  TO WS-POL-ANY-DATE
027640                 MOVE WS-POL-TYPE-NAME(POI) TO WS-POL-ANY-NAME
027650                 MOVE WS-POL-GL-ACCT(POI)   TO WS-POL-ANY-GL
027660                 MOVE WS-POL-LIMIT(POI)     TO WS-POL-ANY-LIMIT
027670                 MOVE WS-POL-RCPT-THRESH(POI)
027680                     TO WS-POL-ANY-RCPT-THRESH
027690                 MOVE WS-POL-RCPT-DAYS(POI)
027700                     TO WS-POL-ANY-RCPT-DAYS
027710         END-IF
027720     ELSE
027730         IF WS-POL-GRADE(POI) = WS-CURR-EMP-GRADE
027740             AND (WS-POL-GRADE-DATE = SPACES
027750                 OR WS-POL-EFF-DATE(POI) > WS-POL-GRADE-DATE)
027760                 MOVE WS-POL-EFF-DATE(POI)  TO WS-POL-GRADE-DATE
027770                 MOVE WS-POL-TYPE-NAME(POI) TO WS-POL-GRADE-NAME
027780                 MOVE WS-POL-GL-ACCT(POI)   TO WS-POL-GRADE-GL
027790                 MOVE WS-POL-LIMIT(POI)     TO WS-POL-GRADE-LIMIT
027800                 MOVE WS-POL-RCPT-THRESH(POI)
027810                     TO WS-POL-GRADE-RCPT-THRESH
027820                 MOVE WS-POL-RCPT-DAYS(POI)
027830                     TO WS-POL-GRADE-RCPT-DAYS
027840         END-IF
027850     END-IF.
027860 3107-EXIT.
027870     EXIT.
027880
027890*****************************************************************
027900*  3110-CONVERT-AMOUNT
027910*      LOOK UP WS-CONVERT-CURRENCY IN THE DAILY RATE TABLE AND
027920*      CONVERT WS-CONVERT-AMOUNT TO HOME CURRENCY IN
027930*      WS-CONVERTED-AMOUNT.  A CURRENCY NOT FOUND ON THE RATE
027940*      FILE IS ASSUMED TO ALREADY BE IN HOME CURRENCY.  BOTH
027950*      EXPENSE LINES AND CASH ADVANCES CONVERT THROUGH HERE.
027960*****************************************************************
027970 3110-CONVERT-AMOUNT.
027980     SET RI TO 1
027990     SEARCH WS-RATE-ENTRY
028000         AT END
028010             COMPUTE WS-CONVERTED-AMOUNT = WS-CONVERT-AMOUNT
028020         WHEN WS-RATE-CURRENCY(RI) = WS-CONVERT-CURRENCY
028030             COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
028040                 WS-CONVERT-AMOUNT * WS-RATE-VALUE(RI)
028050                 ON SIZE ERROR
028060                     MOVE 'CONVERTED AMOUNT OVERFLOW'
028070                         TO WS-ABEND-MSG
028080                     GO TO 9000-ABEND
028090             END-COMPUTE
028100     END-SEARCH.
028110 3110-EXIT.
028120     EXIT.
028130
028140*****************************************************************
028150*  3115-COMPUTE-MILEAGE
028160*      FIND THE STANDARD MILEAGE RATE IN FORCE ON THE CURRENT
028170*      LINE'S EXPENSE DATE - THE TABLE ENTRY WITH THE LATEST
028180*      EFFECTIVE DATE NOT AFTER IT - AND COMPUTE THE
028190*      REIMBURSABLE AMOUNT FROM THE MILES DRIVEN.  THE
028200*      FRONT-END EDIT REJECTS A LINE WITH NO RATE IN EFFECT,
028210*      SO NOT FINDING ONE HERE MEANS THE RATE FILES THE TWO
028220*      STEPS READ DISAGREE AND THE RUN STOPS.
028230*****************************************************************
028240 3115-COMPUTE-MILEAGE.
028250     MOVE 0      TO WS-MILE-RATE
028260     MOVE SPACES TO WS-MRATE-BEST-DATE
028270     PERFORM 3117-SCAN-ONE-MILE-RATE
028280         THRU 3117-EXIT
028290         VARYING MRI FROM 1 BY 1
028300         UNTIL MRI > WS-MRATE-COUNT
028310     IF WS-MRATE-BEST-DATE = SPACES
028320         MOVE 'NO MILEAGE RATE IN EFFECT FOR EXPENSE DATE'
028330             TO WS-ABEND-MSG
028340         GO TO 9000-ABEND
028350     END-IF
028360     COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
028370         WS-MILES(I) * WS-MILE-RATE
028380         ON SIZE ERROR
028390             MOVE 'COMPUTED MILEAGE AMOUNT OVERFLOW'
028400                 TO WS-ABEND-MSG
028410             GO TO 9000-ABEND
028420     END-COMPUTE.
028430 3115-EXIT.
028440     EXIT.
028450
028460*****************************************************************
028470*  3117-SCAN-ONE-MILE-RATE
028480*      LOOK AT ONE RATE TABLE ENTRY AND KEEP IT AS THE RATE TO
028490*      APPLY WHEN ITS EFFECTIVE DATE IS ON OR BEFORE THE
028500*      LINE'S EXPENSE DATE AND LATER THAN THE BEST ONE KEPT
028510*      SO FAR.
028520*****************************************************************
028530 3117-SCAN-ONE-MILE-RATE.
028540     IF WS-MRATE-EFF-DATE(MRI) NOT > WS-EXP-DATE(I)
028550         AND (WS-MRATE-BEST-DATE = SPACES
028560             OR WS-MRATE-EFF-DATE(MRI) > WS-MRATE-BEST-DATE)
028570             MOVE WS-MRATE-EFF-DATE(MRI) TO WS-MRATE-BEST-DATE
028580             MOVE WS-MRATE-VALUE(MRI)    TO WS-MILE-RATE
028590     END-IF.
028600 3117-EXIT.
028610     EXIT.
028620
028630*****************************************************************
028640*  3120-QUEUE-EXCEPTION
028650*      HOLD THE CURRENT OVER-LIMIT ITEM IN THE EXCEPTION BUFFER
028660*      UNTIL THE REPORT'S TOTAL AND ADVANCES ARE KNOWN - THE
028670*      RECORDS THEMSELVES ARE WRITTEN BY 3160-WRITE-EXCEPTIONS,
028680*      STAMPED WITH THE REPORT'S UNAPPLIED ADVANCE.  WHAT THE
028690*      ITEM HOLDS COMES FROM THE WS-QUEUE- FIELDS.
028700*****************************************************************
028710 3120-QUEUE-EXCEPTION.
028720     IF WS-PEND-EXCP-COUNT = WS-MAX-PEND-EXCPS
028730         MOVE 'EXCEPTION BUFFER FULL' TO WS-ABEND-MSG
028740         GO TO 9000-ABEND
028750     END-IF
028760     ADD 1 TO WS-PEND-EXCP-COUNT
028770     SET PI TO WS-PEND-EXCP-COUNT
028780     MOVE EXPENSENAME         TO WS-PEND-TYPE-NAME(PI)
028790     MOVE WS-CONVERTED-AMOUNT TO WS-PEND-AMOUNT(PI)
028800     MOVE WS-QUEUE-TAXABLE    TO WS-PEND-TAXABLE(PI)
028810     MOVE WS-QUEUE-SCOPE      TO WS-PEND-SCOPE(PI)
028820     MOVE WS-QUEUE-LINE-NO    TO WS-PEND-LINE-NO(PI)
028830     MOVE WS-QUEUE-DAY-DATE   TO WS-PEND-DAY-DATE(PI)
028840     MOVE WS-QUEUE-COST-CENTER TO WS-PEND-BUD-CC(PI)
028850     MOVE 0 TO WS-QUEUE-TAXABLE
028860     MOVE 'R' TO WS-QUEUE-SCOPE
028870     MOVE 0 TO WS-QUEUE-LINE-NO
028880     MOVE SPACES TO WS-QUEUE-DAY-DATE
028890     MOVE SPACES TO WS-QUEUE-COST-CENTER
028900     ADD WS-CONVERTED-AMOUNT TO WS-REPORT-EXCP-TOTAL
028910     ADD WS-CONVERTED-AMOUNT TO WS-EXCP-AMOUNT-TOTAL.
028920 3120-EXIT.
028930     EXIT.
028940
028950*****************************************************************
028960*  3130-ADD-MEAL-DAY
028970*      ADD THE CURRENT MEAL LINE'S CONVERTED AMOUNT TO ITS
028980*      EXPENSE DATE'S ROW OF THE DAILY MEALS TABLE, APPENDING A
028990*      NEW ROW THE FIRST TIME A DATE IS SEEN.  THE TABLE CANNOT
029000*      OVERFLOW - IT HAS ONE ROW PER EXPENSE LINE AT WORST.
029010*****************************************************************
029020 3130-ADD-MEAL-DAY.
029030     SET DI TO 1
029040     SEARCH WS-DAY-ENTRY
029050         AT END
029060             ADD 1 TO WS-DAY-COUNT
029070             SET DI TO WS-DAY-COUNT
029080             MOVE WS-EXP-DATE(I) TO WS-DAY-DATE(DI)
029090             MOVE WS-CONVERTED-AMOUNT TO WS-DAY-MEALS(DI)
029100             MOVE SPACE TO WS-DAY-HELD-SW(DI)
029110         WHEN WS-DAY-DATE(DI) = WS-EXP-DATE(I)
029120             ADD WS-CONVERTED-AMOUNT TO WS-DAY-MEALS(DI)
029130     END-SEARCH.
029140 3130-EXIT.
029150     EXIT.
029160
029170*****************************************************************
029180*  3140-CHECK-RECEIPT
029190*      HOLD THE CURRENT LINE FOR ITS RECEIPT WHEN IT CAME IN
029200*      WITHOUT ONE AND ITS HOME-CURRENCY AMOUNT IS OVER THE
029210*      RECEIPT THRESHOLD OF THE POLICY ROW IN FORCE ON ITS
029220*      EXPENSE DATE.  THE HELD LINE IS BUFFERED WITH THE GL
029230*      ACCOUNT IT POSTS TO ON THE RUN DATE - THE ACCOUNT A
029240*      DENIAL REVERSES - AND PRINTS A 'Receipt Due' LINE WITH
029250*      ITS LINE NUMBER FOR THE EMPLOYEE TO SEND THE RECEIPT IN
029260*      UNDER.  A LINE ALREADY IN THE MANAGER QUEUE IS LEFT TO
029270*      THE MANAGER.
029280*****************************************************************
029290 3140-CHECK-RECEIPT.
029300     IF WS-RECEIPT-IND(I) = 'Y'
029310         OR WS-LINE-HELD-SW(I) = 'X'
029320             GO TO 3140-NEXT
029330     END-IF
029340     IF WS-TYPE(I) = 1 OR 2
029350         SET DI TO 1
029360         SEARCH WS-DAY-ENTRY
029370             WHEN WS-DAY-DATE(DI) = WS-EXP-DATE(I)
029380                 MOVE WS-DAY-HELD-SW(DI) TO WS-LINE-HELD-SW(I)
029390         END-SEARCH
029400         IF WS-LINE-HELD-SW(I) = 'X'
029410             GO TO 3140-NEXT
029420         END-IF
029430     END-IF
029440     MOVE WS-TYPE(I)     TO WS-POL-LOOKUP-TYPE
029450     MOVE WS-EXP-DATE(I) TO WS-POL-LOOKUP-DATE
029460     PERFORM 3105-FIND-POLICY
029470         THRU 3105-EXIT
029480     IF WS-POLICY-RCPT-THRESH = 0
029490         OR WS-CONV-AMOUNT(I) NOT > WS-POLICY-RCPT-THRESH
029500             GO TO 3140-NEXT
029510     END-IF
029520     ADD 1 TO WS-PEND-RCPT-COUNT
029530     SET RPI TO WS-PEND-RCPT-COUNT
029540     SET WS-RCPT-LINE-NO(RPI) TO I
029550     MOVE WS-TYPE(I)        TO WS-RCPT-TYPE(RPI)
029560     MOVE WS-EXP-DATE(I)    TO WS-RCPT-EXP-DATE(RPI)
029570     MOVE WS-CONV-AMOUNT(I) TO WS-RCPT-AMOUNT(RPI)
029580     IF WS-POLICY-RCPT-DAYS = 0
029590         MOVE WS-RCPT-DEFAULT-DAYS TO WS-RCPT-WINDOW(RPI)
029600     ELSE
029610         MOVE WS-POLICY-RCPT-DAYS  TO WS-RCPT-WINDOW(RPI)
029620     END-IF
029630     MOVE WS-RUN-DATE TO WS-POL-LOOKUP-DATE
029640     PERFORM 3105-FIND-POLICY
029650         THRU 3105-EXIT
029660     IF WS-POL-NOT-FOUND
029670         MOVE 'NO POLICY RECORD IN EFFECT FOR GL EXTRACT'
029680             TO WS-ABEND-MSG
029690         GO TO 9000-ABEND
029700     END-IF
029710     MOVE WS-POLICY-TYPE-NAME TO WS-RCPT-TYPE-NAME(RPI)
029720     MOVE WS-POLICY-GL-ACCT   TO WS-RCPT-GL-ACCT(RPI)
029730     ADD WS-CONV-AMOUNT(I) TO WS-REPORT-RCPT-TOTAL
029740     MOVE WS-CONV-AMOUNT(I) TO WS-AMOUNT-EDIT
029750     MOVE SPACES TO EXPRPT-LINE
029760     STRING 'Receipt Due' DELIMITED BY SIZE
029770            ' ' DELIMITED BY SIZE
029780            WS-EXP-DATE(I) DELIMITED BY SIZE
029790            WS-AMOUNT-EDIT DELIMITED BY SIZE
029800            ' R Line ' DELIMITED BY SIZE
029810            WS-RCPT-LINE-NO(RPI) DELIMITED BY SIZE
029820            INTO EXPRPT-LINE
029830     PERFORM 3700-WRITE-REPORT-LINE
029840         THRU 3700-EXIT.
029850 3140-NEXT.
029860     ADD 1 TO I.
029870 3140-EXIT.
029880     EXIT.
029890
029900*****************************************************************
029910*  3150-CHECK-MEAL-DAYS
029920*      APPLY THE DAILY MEAL PER-DIEM TO ONE ROW OF THE DAILY
029930*      MEALS TABLE.  A DAY OVER THE PER-DIEM PRINTS ITS OWN
029940*      FLAGGED LINE AFTER THE EXPENSE DETAIL AND GOES TO THE
029950*      EXPEXCP EXCEPTION FILE THE WAY A SINGLE OVER-LIMIT LINE
029960*      DOES.
029970*****************************************************************
029980 3150-CHECK-MEAL-DAYS.
029990*    THE DAILY PER-DIEM IS THE TYPE 1 POLICY LIMIT IN FORCE ON
030000*    THE MEAL DAY FOR THE EMPLOYEE'S GRADE; ZERO MEANS NO
030010*    PER-DIEM APPLIES.
030020     MOVE 1 TO WS-POL-LOOKUP-TYPE
030030     MOVE WS-DAY-DATE(DI) TO WS-POL-LOOKUP-DATE
030040     PERFORM 3105-FIND-POLICY
030050         THRU 3105-EXIT
030060     IF WS-POL-NOT-FOUND
030070         MOVE 'NO MEAL POLICY RECORD IN EFFECT FOR MEAL DAY'
030080             TO WS-ABEND-MSG
030090         GO TO 9000-ABEND
030100     END-IF
030110     IF WS-POLICY-LIMIT > 0
030120         AND WS-DAY-MEALS(DI) > WS-POLICY-LIMIT
030130         ADD 1 TO WS-OVER-LIMIT-COUNT
030140         ADD 1 TO WS-DEPT-OVER-LIMIT-COUNT
030150         MOVE 'Daily Meals' TO EXPENSENAME
030160         MOVE 'X' TO WS-DAY-HELD-SW(DI)
030170         MOVE WS-DAY-MEALS(DI) TO WS-CONVERTED-AMOUNT
030180*        ONLY THE PART OVER THE PER-DIEM IS TAXABLE IF APPROVED.
030190         COMPUTE WS-QUEUE-TAXABLE =
030200             WS-DAY-MEALS(DI) - WS-POLICY-LIMIT
030210         MOVE 'D' TO WS-QUEUE-SCOPE
030220         MOVE WS-DAY-DATE(DI) TO WS-QUEUE-DAY-DATE
030230         PERFORM 3120-QUEUE-EXCEPTION
030240             THRU 3120-EXIT
030250         MOVE WS-DAY-MEALS(DI) TO WS-AMOUNT-EDIT
030260         MOVE SPACES TO EXPRPT-LINE
030270         STRING 'Daily Meals' DELIMITED BY SIZE
030280                ' ' DELIMITED BY SIZE
030290                WS-DAY-DATE(DI) DELIMITED BY SIZE
030300                WS-AMOUNT-EDIT DELIMITED BY SIZE
030310                ' X' DELIMITED BY SIZE
030320                INTO EXPRPT-LINE
030330         PERFORM 3700-WRITE-REPORT-LINE
030340             THRU 3700-EXIT
030350     END-IF
030360     SET DI UP BY 1.
030370 3150-EXIT.
030380     EXIT.
030390
030400*****************************************************************
030410*  3160-WRITE-EXCEPTIONS
030420*      WRITE THE REPORT'S BUFFERED EXCEPTION RECORDS, EACH
030430*      STAMPED WITH THE PORTION OF THE CASH ADVANCE THE PAYMENT
030440*      EXTRACT COULD NOT NET AGAINST THE NON-EXCEPTED TOTAL.
030450*      THE APPROVAL PROGRAM TAKES THAT OFFSET BACK OUT OF THE
030460*      PAYMENT IT RELEASES ON APPROVAL, SO THE TWO PROGRAMS
030470*      TOGETHER NEVER PAY MORE THAN TOTAL LESS ADVANCES.  AN
030480*      ADVANCE STILL LEFT OVER AFTER THE QUEUE IS POOLED FOR
030490*      THE LINES HELD FOR THEIR RECEIPTS, WHICH
030500*      3165-WRITE-RECEIPT-HOLD DRAWS DOWN THE SAME WAY.
030510*****************************************************************
030520 3160-WRITE-EXCEPTIONS.
030530     COMPUTE WS-UNAPPLIED-ADVANCE =
030540         WS-REPORT-EXCP-TOTAL + WS-REPORT-RCPT-TOTAL
030550         + WS-ADVANCE-TOTAL - TOTAL
030560     IF WS-UNAPPLIED-ADVANCE < 0
030570         MOVE 0 TO WS-UNAPPLIED-ADVANCE
030580     END-IF
030590     MOVE WS-UNAPPLIED-ADVANCE TO WS-RCPT-ADV-POOL
030600*    AN ADVANCE BEYOND THE EXCEPTED AMOUNT IS DUE BACK FROM THE
030610*    EMPLOYEE - THE SETTLEMENT BLOCK SHOWS IT - NOT HELD
030620*    AGAINST THE APPROVAL QUEUE.
030630     IF WS-UNAPPLIED-ADVANCE > WS-REPORT-EXCP-TOTAL
030640         MOVE WS-REPORT-EXCP-TOTAL TO WS-UNAPPLIED-ADVANCE
030650     END-IF
030660     SUBTRACT WS-UNAPPLIED-ADVANCE FROM WS-RCPT-ADV-POOL
030670     IF WS-PEND-EXCP-COUNT > 0
030680         SET PI TO 1
030690         PERFORM 3170-WRITE-ONE-EXCEPTION
030700             THRU 3170-EXIT
030710             UNTIL PI > WS-PEND-EXCP-COUNT
030720     END-IF.
030730 3160-EXIT.
030740     EXIT.
030750
030760*****************************************************************
030770*  3165-WRITE-RECEIPT-HOLD
030780*      WRITE ONE BUFFERED RECEIPT HOLD TO THE PENDING-RECEIPT
030790*      FILE, CARRYING AS ITS ADVANCE OFFSET WHAT IS LEFT OF THE
030800*      ADVANCE POOL UP TO THE LINE'S AMOUNT - THE RECEIPT
030810*      PROGRAM PAYS ONLY THE DIFFERENCE ON RELEASE.  A LATE
030820*      CLAIM'S HOLD IS CODED L SO ITS PAYMENT IS TAXED.  THE
030830*      RUN DATE IS PART OF THE KEY - A RESTARTED RUN FINDING THE
030840*      HOLD ALREADY WRITTEN REWRITES IT, WHILE A RELEASED
030850*      RESUBMISSION ON A LATER DAY HOLDS THE LINE ANEW BESIDE
030860*      THE ORIGINAL.
030870*****************************************************************
030880 3165-WRITE-RECEIPT-HOLD.
030890     MOVE SPACES                 TO EXPRCPT-RECORD
030900     MOVE WS-REPORT-NO           TO EXPRCPT-REPORT-NO
030910     MOVE WS-RCPT-LINE-NO(RPI)   TO EXPRCPT-LINE-NO
030920     MOVE WS-EMP-ID              TO EXPRCPT-EMP-ID
030930     MOVE WS-EMP-NAME            TO EXPRCPT-EMP-NAME
030940     MOVE WS-DEPARTMENT          TO EXPRCPT-DEPARTMENT
030950     MOVE WS-CURR-COST-CENTER    TO EXPRCPT-COST-CENTER
030960     MOVE WS-RCPT-TYPE(RPI)      TO EXPRCPT-TYPE
030970     MOVE WS-RCPT-TYPE-NAME(RPI) TO EXPRCPT-TYPE-NAME
030980     MOVE WS-RCPT-GL-ACCT(RPI)   TO EXPRCPT-GL-ACCOUNT
030990     MOVE WS-RCPT-EXP-DATE(RPI)  TO EXPRCPT-EXP-DATE
031000     MOVE WS-RCPT-AMOUNT(RPI)    TO EXPRCPT-AMOUNT
031010     IF WS-RCPT-ADV-POOL > WS-RCPT-AMOUNT(RPI)
031020         MOVE WS-RCPT-AMOUNT(RPI) TO EXPRCPT-ADV-OFFSET
031030     ELSE
031040         MOVE WS-RCPT-ADV-POOL    TO EXPRCPT-ADV-OFFSET
031050     END-IF
031060     SUBTRACT EXPRCPT-ADV-OFFSET FROM WS-RCPT-ADV-POOL
031070     IF WS-CLAIM-LATE
031080         SET EXPRCPT-LATE-CLAIM  TO TRUE
031090     ELSE
031100         SET EXPRCPT-NOT-TAXABLE TO TRUE
031110     END-IF
031120     MOVE WS-RCPT-WINDOW(RPI)    TO EXPRCPT-WINDOW-DAYS
031130     MOVE WS-RUN-DATE            TO EXPRCPT-HELD-DATE
031140     SET EXPRCPT-PENDING         TO TRUE
031150     WRITE EXPRCPT-RECORD
031160         INVALID KEY
031170             REWRITE EXPRCPT-RECORD
031180     END-WRITE
031190     SET RPI UP BY 1.
031200 3165-EXIT.
031210     EXIT.
031220
031230*****************************************************************
031240*  3170-WRITE-ONE-EXCEPTION
031250*      WRITE ONE BUFFERED EXCEPTION RECORD TO EXPEXCP, CODED
031260*      FOR TAX - L WHEN THE WHOLE REPORT IS A LATE CLAIM, M WITH
031270*      THE AMOUNT OVER THE PER-DIEM FOR A DAILY MEALS DAY.  ITS
031280*      HOLD SEQUENCE TIES IT TO ITS GL DISTRIBUTION ON THE
031290*      ARCHIVE; AN OVER BUDGET HOLD ALSO NAMES THE BUDGET RECORD
031300*      CARRYING IT.
031310*****************************************************************
031320 3170-WRITE-ONE-EXCEPTION.
031330     MOVE SPACES                TO EXPEXCP-RECORD
031340     MOVE WS-EMP-ID             TO EXPEXCP-EMP-ID
031350     MOVE WS-EMP-NAME           TO EXPEXCP-EMP-NAME
031360     MOVE WS-REPORT-NO          TO EXPEXCP-REPORT-NO
031370     MOVE WS-PEND-TYPE-NAME(PI) TO EXPEXCP-TYPE-NAME
031380     MOVE WS-PEND-AMOUNT(PI)    TO EXPEXCP-AMOUNT
031390     MOVE WS-RUN-DATE           TO EXPEXCP-EXCEPTION-DATE
031400     MOVE WS-UNAPPLIED-ADVANCE  TO EXPEXCP-ADV-OFFSET
031410     EVALUATE TRUE
031420         WHEN WS-CLAIM-LATE
031430             MOVE 'L' TO EXPEXCP-TAX-CODE
031440             MOVE 0   TO EXPEXCP-TAXABLE-AMT
031450         WHEN WS-PEND-TAXABLE(PI) > 0
031460             MOVE 'M' TO EXPEXCP-TAX-CODE
031470             MOVE WS-PEND-TAXABLE(PI) TO EXPEXCP-TAXABLE-AMT
031480         WHEN OTHER
031490             MOVE SPACE TO EXPEXCP-TAX-CODE
031500             MOVE 0     TO EXPEXCP-TAXABLE-AMT
031510     END-EVALUATE
031520     SET EXPEXCP-HOLD-SEQ       TO PI
031530     MOVE WS-DEPARTMENT         TO EXPEXCP-DEPARTMENT
031540     MOVE WS-PEND-BUD-CC(PI)    TO EXPEXCP-BUDGET-COST-CENTER
031550     WRITE EXPEXCP-RECORD
031560     ADD 1 TO WS-EXCP-WRITTEN
031570     SET PI UP BY 1.
031580 3170-EXIT.
031590     EXIT.
031600
031610*****************************************************************
031620*  3180-CHECK-TRIP-AUTH
031630*      MATCH THE REPORT JUST DETAILED TO ITS PRE-TRIP TRAVEL
031640*      AUTHORIZATION AND QUEUE A TRIP-LEVEL EXCEPTION FOR THE
031650*      MANAGER WHEN A TRIP OVER THE THRESHOLD HAS NONE, WHEN
031660*      THE TRIP RAN OUTSIDE ITS APPROVED DATES, OR WHEN IT CAME
031670*      IN OVER ITS ESTIMATE BY MORE THAN THE TOLERANCE.  A
031680*      MATCHED AUTHORIZATION PRINTS UNDER THE DETAIL AND IS
031690*      MARKED CLAIMED.
031700*****************************************************************
031710 3180-CHECK-TRIP-AUTH.
031720     PERFORM 3185-FIND-TRIP-AUTH
031730         THRU 3185-EXIT
031740     IF WS-AUTH-NONE
031750         IF TOTAL > WS-AUTH-THRESHOLD
031760             MOVE 'Unauth Trip' TO EXPENSENAME
031770             PERFORM 3182-COMPUTE-UNHELD
031780                 THRU 3182-EXIT
031790             MOVE WS-AUTH-UNHELD TO WS-CONVERTED-AMOUNT
031800             PERFORM 3183-QUEUE-TRIP-EXCEPTION
031810                 THRU 3183-EXIT
031820         END-IF
031830         GO TO 3180-EXIT
031840     END-IF
031850     COMPUTE WS-AUTH-EST-TOTAL =
031860         EXPTAUTH-EST-AMOUNT(1) + EXPTAUTH-EST-AMOUNT(2)
031870         + EXPTAUTH-EST-AMOUNT(3) + EXPTAUTH-EST-AMOUNT(4)
031880         + EXPTAUTH-EST-AMOUNT(5) + EXPTAUTH-EST-AMOUNT(6)
031890     MOVE WS-AUTH-EST-TOTAL TO WS-AMOUNT-EDIT
031900     MOVE SPACES TO EXPRPT-LINE
031910     STRING 'Trip Authorization: ' DELIMITED BY SIZE
031920            WS-AUTH-NO-HOLD DELIMITED BY SIZE
031930            ' ' DELIMITED BY SIZE
031940            EXPTAUTH-DESTINATION DELIMITED BY SIZE
031950            ' Estimate' DELIMITED BY SIZE
031960            WS-AMOUNT-EDIT DELIMITED BY SIZE
031970            INTO EXPRPT-LINE
031980     PERFORM 3700-WRITE-REPORT-LINE
031990         THRU 3700-EXIT
032000     PERFORM 3189-CLAIM-TRIP-AUTH
032010         THRU 3189-EXIT
032020     COMPUTE WS-AUTH-EST-LIMIT ROUNDED =
032030         WS-AUTH-EST-TOTAL * (100 + WS-AUTH-TOLERANCE-PCT) / 100
032040     IF TOTAL > WS-AUTH-EST-LIMIT
032050         MOVE 'Over Estim' TO EXPENSENAME
032060         PERFORM 3182-COMPUTE-UNHELD
032070             THRU 3182-EXIT
032080         COMPUTE WS-AUTH-OVERAGE = TOTAL - WS-AUTH-EST-TOTAL
032090         IF WS-AUTH-OVERAGE > WS-AUTH-UNHELD
032100             MOVE WS-AUTH-UNHELD TO WS-AUTH-OVERAGE
032110         END-IF
032120         MOVE WS-AUTH-OVERAGE TO WS-CONVERTED-AMOUNT
032130         PERFORM 3183-QUEUE-TRIP-EXCEPTION
032140             THRU 3183-EXIT
032150     END-IF
032160     IF WS-AUTH-OVERLAPS
032170         MOVE 'Trip Dates' TO EXPENSENAME
032180         PERFORM 3182-COMPUTE-UNHELD
032190             THRU 3182-EXIT
032200         MOVE WS-AUTH-UNHELD TO WS-CONVERTED-AMOUNT
032210         PERFORM 3183-QUEUE-TRIP-EXCEPTION
032220             THRU 3183-EXIT
032230     END-IF.
032240 3180-EXIT.
032250     EXIT.
032260
032270*****************************************************************
032280*  3182-COMPUTE-UNHELD
032290*      THE PART OF THE REPORT TOTAL NOT ALREADY HELD IN THE
032300*      EXCEPTION QUEUE OR FOR RECEIPTS - THE MOST A TRIP-LEVEL
032310*      EXCEPTION MAY HOLD WITHOUT HOLDING THE SAME MONEY TWICE.
032320*****************************************************************
032330 3182-COMPUTE-UNHELD.
032340     COMPUTE WS-AUTH-UNHELD =
032350         TOTAL - WS-REPORT-EXCP-TOTAL - WS-REPORT-RCPT-TOTAL
032360     IF WS-AUTH-UNHELD < 0
032370         MOVE 0 TO WS-AUTH-UNHELD
032380     END-IF.
032390 3182-EXIT.
032400     EXIT.
032410
032420*****************************************************************
032430*  3183-QUEUE-TRIP-EXCEPTION
032440*      QUEUE ONE TRIP-LEVEL EXCEPTION - REASON IN EXPENSENAME,
032450*      AMOUNT HELD IN WS-CONVERTED-AMOUNT - AND PRINT ITS
032460*      FLAGGED LINE UNDER THE DETAIL, DATED AT THE TRIP START.
032470*      THE REASON IS QUEUED EVEN WHEN LINE EXCEPTIONS ALREADY
032480*      HOLD THE WHOLE REPORT, SO THE MANAGER STILL SEES IT.
032490*****************************************************************
032500 3183-QUEUE-TRIP-EXCEPTION.
032510     ADD 1 TO WS-AUTH-EXCP-COUNT
032520     PERFORM 3120-QUEUE-EXCEPTION
032530         THRU 3120-EXIT
032540     MOVE WS-CONVERTED-AMOUNT TO WS-AMOUNT-EDIT
032550     MOVE SPACES TO EXPRPT-LINE
032560     STRING EXPENSENAME DELIMITED BY SIZE
032570            ' ' DELIMITED BY SIZE
032580            WS-TRIP-START DELIMITED BY SIZE
032590            WS-AMOUNT-EDIT DELIMITED BY SIZE
032600            ' X' DELIMITED BY SIZE
032610            INTO EXPRPT-LINE
032620     PERFORM 3700-WRITE-REPORT-LINE
032630         THRU 3700-EXIT.
032640 3183-EXIT.
032650     EXIT.
032660
032670*****************************************************************
032680*  3185-FIND-TRIP-AUTH
032690*      BROWSE THE EMPLOYEE'S AUTHORIZATIONS IN KEY ORDER FOR ONE
032700*      MATCHING THE TRIP, AND LEAVE THE ONE CHOSEN IN THE
032710*      EXPTAUTH BUFFER, READ FOR UPDATE.  WS-AUTH-NONE IS SET
032720*      WHEN THE EMPLOYEE HAS NO USABLE AUTHORIZATION FOR THESE
032730*      DATES.
032740*****************************************************************
032750 3185-FIND-TRIP-AUTH.
032760     SET WS-AUTH-NONE TO TRUE
032770     SET WS-AUTH-SCAN-NOT-DONE TO TRUE
032780     MOVE WS-EMP-ID TO EXPTAUTH-EMP-ID
032790     MOVE 0 TO EXPTAUTH-AUTH-NO
032800     START EXPTAUTH KEY IS NOT LESS THAN EXPTAUTH-KEY
032810         INVALID KEY
032820             GO TO 3185-EXIT
032830     END-START
032840     PERFORM 3187-SCAN-ONE-AUTH
032850         THRU 3187-EXIT
032860         UNTIL WS-AUTH-SCAN-DONE
032870     IF WS-AUTH-NONE
032880         GO TO 3185-EXIT
032890     END-IF
032900     MOVE WS-EMP-ID       TO EXPTAUTH-EMP-ID
032910     MOVE WS-AUTH-NO-HOLD TO EXPTAUTH-AUTH-NO
032920     READ EXPTAUTH
032930         INVALID KEY
032940             MOVE 'TRAVEL AUTHORIZATION REREAD FAILED'
032950                 TO WS-ABEND-MSG
032960             GO TO 9000-ABEND
032970     END-READ.
032980 3185-EXIT.
032990     EXIT.
033000
033010*****************************************************************
033020*  3187-SCAN-ONE-AUTH
033030*      READ THE EMPLOYEE'S NEXT AUTHORIZATION.  ONE WHOSE
033040*      APPROVED DATES COVER THE WHOLE TRIP ENDS THE BROWSE; THE
033050*      FIRST ONE MERELY OVERLAPPING THE TRIP IS KEPT IN CASE
033060*      NOTHING BETTER TURNS UP.  PENDING AND CANCELLED REQUESTS
033070*      ARE PASSED OVER.
033080*****************************************************************
033090 3187-SCAN-ONE-AUTH.
033100     READ EXPTAUTH NEXT RECORD
033110         AT END
033120             SET WS-AUTH-SCAN-DONE TO TRUE
033130             GO TO 3187-EXIT
033140     END-READ
033150     IF EXPTAUTH-EMP-ID NOT = WS-EMP-ID
033160         SET WS-AUTH-SCAN-DONE TO TRUE
033170         GO TO 3187-EXIT
033180     END-IF
033190     IF NOT EXPTAUTH-MATCHABLE
033200         GO TO 3187-EXIT
033210     END-IF
033220     IF EXPTAUTH-TRIP-START NOT > WS-TRIP-START
033230         AND EXPTAUTH-TRIP-END NOT < WS-TRIP-END
033240             SET WS-AUTH-COVERS TO TRUE
033250             MOVE EXPTAUTH-AUTH-NO TO WS-AUTH-NO-HOLD
033260             SET WS-AUTH-SCAN-DONE TO TRUE
033270             GO TO 3187-EXIT
033280     END-IF
033290     IF WS-AUTH-NONE
033300         AND EXPTAUTH-TRIP-START NOT > WS-TRIP-END
033310         AND EXPTAUTH-TRIP-END NOT < WS-TRIP-START
033320             SET WS-AUTH-OVERLAPS TO TRUE
033330             MOVE EXPTAUTH-AUTH-NO TO WS-AUTH-NO-HOLD
033340     END-IF.
033350 3187-EXIT.
033360     EXIT.
033370
033380*****************************************************************
033390*  3189-CLAIM-TRIP-AUTH
033400*      MARK THE MATCHED AUTHORIZATION CLAIMED BY THIS REPORT SO
033410*      THE MONTHLY UNCLAIMED-TRIP RUN PASSES IT OVER.  A
033420*      RESTARTED RUN REWRITES THE SAME VALUES.
033430*****************************************************************
033440 3189-CLAIM-TRIP-AUTH.
033450     SET EXPTAUTH-CLAIMED    TO TRUE
033460     MOVE WS-REPORT-NO       TO EXPTAUTH-CLAIM-REPORT-NO
033470     MOVE WS-RUN-DATE        TO EXPTAUTH-CLAIM-DATE
033480     REWRITE EXPTAUTH-RECORD
033490         INVALID KEY
033500             MOVE 'TRAVEL AUTHORIZATION REWRITE FAILED'
033510                 TO WS-ABEND-MSG
033520             GO TO 9000-ABEND
033530     END-REWRITE.
033540 3189-EXIT.
033550     EXIT.
033560
033570*****************************************************************
033580*  3190-CHECK-BUDGET
033590*      POST THE REPORT'S GL POSTINGS TO THE MONTH-TO-DATE
033600*      ACTUALS ON THE BUDGET MASTER - EACH COST CENTER THE
033610*      REPORT WAS ALLOCATED TO ON ITS OWN DEPARTMENT RECORD.
033620*      WHEN ONE OF THOSE RECORDS THEN STANDS OVER THE MONTH'S
033630*      BUDGET - THIS REPORT TOOK IT OVER, OR IT WAS OVER
033640*      ALREADY - THE PART OF THE REPORT NOT ALREADY IN THE QUEUE
033650*      IS QUEUED AS AN 'Over Budget' HOLD, WHICH ONLY A
033660*      CONTROLLER MAY RELEASE, AND ADDED TO THAT RECORD'S HELD
033670*      FIGURES.  THE REPORT IS HELD ONCE, ON THE FIRST RECORD
033680*      FOUND OVER.
033690*****************************************************************
033700 3190-CHECK-BUDGET.
033710     MOVE 0      TO WS-BUD-HOLD-AMOUNT
033720     MOVE SPACES TO WS-BUD-HOLD-COST-CENTER
033730     MOVE 0      TO WS-BUD-CC-COUNT
033740     PERFORM 3191-COLLECT-COST-CENTER
033750         THRU 3191-EXIT
033760         VARYING PSI FROM 1 BY 1
033770         UNTIL PSI > WS-POST-COUNT
033780     PERFORM 3193-BUDGET-ONE-CC
033790         THRU 3193-EXIT
033800         VARYING BCI FROM 1 BY 1
033810         UNTIL BCI > WS-BUD-CC-COUNT
033820     IF WS-BUD-HOLD-AMOUNT > 0
033830         ADD 1 TO WS-BUDGET-HOLD-COUNT
033840         MOVE 'Over Budget' TO EXPENSENAME
033850         MOVE WS-BUD-HOLD-AMOUNT TO WS-CONVERTED-AMOUNT
033860         MOVE WS-BUD-HOLD-COST-CENTER TO WS-QUEUE-COST-CENTER
033870         PERFORM 3120-QUEUE-EXCEPTION
033880             THRU 3120-EXIT
033890         MOVE WS-BUD-HOLD-AMOUNT TO WS-AMOUNT-EDIT
033900         MOVE SPACES TO EXPRPT-LINE
033910         STRING EXPENSENAME DELIMITED BY SIZE
033920                ' ' DELIMITED BY SIZE
033930                WS-RUN-DATE DELIMITED BY SIZE
033940                WS-AMOUNT-EDIT DELIMITED BY SIZE
033950                ' X' DELIMITED BY SIZE
033960                INTO EXPRPT-LINE
033970         PERFORM 3700-WRITE-REPORT-LINE
033980             THRU 3700-EXIT
033990     END-IF.
034000 3190-EXIT.
034010     EXIT.
034020
034030*****************************************************************
034040*  3191-COLLECT-COST-CENTER
034050*      ADD THE COST CENTER OF ONE POSTING TABLE ROW (INDEXED BY
034060*      PSI) TO THE BUDGET COST CENTER TABLE IF IT IS NOT THERE.
034070*****************************************************************
034080 3191-COLLECT-COST-CENTER.
034090     SET BCI TO 1
034100     SEARCH WS-BUD-CC-ENTRY
034110         AT END
034120             ADD 1 TO WS-BUD-CC-COUNT
034130             SET BCI TO WS-BUD-CC-COUNT
034140             MOVE WS-PST-COST-CENTER(PSI) TO WS-BUD-CC(BCI)
034150         WHEN WS-BUD-CC(BCI) = WS-PST-COST-CENTER(PSI)
034160             CONTINUE
034170     END-SEARCH.
034180 3191-EXIT.
034190     EXIT.
034200
034210*****************************************************************
034220*  3192-POST-ONE-POSTING
034230*      ADD ONE POSTING TABLE ROW (INDEXED BY PSI), IF IT IS FOR
034240*      THE COST CENTER BEING POSTED, TO THE ACTUAL OF THE BUDGET
034250*      ACCOUNT ITS TYPE POSTS TO - THE SAME POLICY ROW THE GL
034260*      EXTRACT TAKES ITS ACCOUNT FROM.
034270*****************************************************************
034280 3192-POST-ONE-POSTING.
034290     IF WS-PST-COST-CENTER(PSI) NOT = WS-BUD-CC(BCI)
034300         OR WS-PST-AMOUNT(PSI) = 0
034310             GO TO 3192-EXIT
034320     END-IF
034330     MOVE WS-PST-TYPE(PSI) TO WS-POL-LOOKUP-TYPE
034340     MOVE WS-RUN-DATE TO WS-POL-LOOKUP-DATE
034350     PERFORM 3105-FIND-POLICY
034360         THRU 3105-EXIT
034370     IF WS-POL-NOT-FOUND
034380         MOVE 'NO POLICY RECORD IN EFFECT FOR GL EXTRACT'
034390             TO WS-ABEND-MSG
034400         GO TO 9000-ABEND
034410     END-IF
034420     PERFORM 3194-FIND-BUDGET-SLOT
034430         THRU 3194-EXIT
034440     ADD WS-PST-AMOUNT(PSI)
034450         TO EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB).
034460 3192-EXIT.
034470     EXIT.
034480
034490*****************************************************************
034500*  3193-BUDGET-ONE-CC
034510*      POST THE REPORT'S POSTINGS FOR ONE COST CENTER (INDEXED BY
034520*      BCI) TO ITS BUDGET RECORD FOR THE EMPLOYEE'S DEPARTMENT
034530*      AND THE RUN MONTH, AND TAKE THE REPORT'S HOLD ON IT IF IT
034540*      NOW STANDS OVER BUDGET AND NO EARLIER RECORD TOOK IT.
034550*****************************************************************
034560 3193-BUDGET-ONE-CC.
034570     MOVE WS-DEPARTMENT       TO EXPBUDG-DEPARTMENT
034580     MOVE WS-BUD-CC(BCI)      TO EXPBUDG-COST-CENTER
034590     MOVE WS-RUN-DATE(1:6)    TO EXPBUDG-PERIOD
034600     READ EXPBUDG
034610         INVALID KEY
034620             GO TO 3193-EXIT
034630     END-READ
034640*    A RESTARTED RUN REACHING THE REPORT THE PRIOR RUN WAS ON
034650*    WHEN IT STOPPED FINDS THE POSTING ALREADY ON THE MASTER -
034660*    SAME REPORT NUMBER, SAME RUN DATE - AND QUEUES THE SAME
034670*    HOLD AGAIN WITHOUT POSTING TWICE.  A RELEASED RESUBMISSION
034680*    OF THE REPORT NUMBER ON A LATER DAY POSTS AS NEW.
034690     IF EXPBUDG-LAST-REPORT-NO NOT = WS-REPORT-NO
034700         OR EXPBUDG-LAST-RUN-DATE NOT = WS-RUN-DATE
034710             GO TO 3193-POST
034720     END-IF
034730     IF EXPBUDG-LAST-HELD-AMT > 0
034740         AND WS-BUD-HOLD-AMOUNT = 0
034750             MOVE EXPBUDG-LAST-HELD-AMT TO WS-BUD-HOLD-AMOUNT
034760             MOVE WS-BUD-CC(BCI)        TO WS-BUD-HOLD-COST-CENTER
034770     END-IF
034780     GO TO 3193-EXIT.
034790 3193-POST.
034800     PERFORM 3192-POST-ONE-POSTING
034810         THRU 3192-EXIT
034820         VARYING PSI FROM 1 BY 1
034830         UNTIL PSI > WS-POST-COUNT
034840     MOVE 0 TO WS-BUD-TOTAL-BUDGET
034850     MOVE 0 TO WS-BUD-TOTAL-ACTUAL
034860     PERFORM 3196-ADD-BUDGET-TOTALS
034870         THRU 3196-EXIT
034880         VARYING WS-BUD-SUB FROM 1 BY 1
034890         UNTIL WS-BUD-SUB > WS-MAX-BUD-ACCTS
034900     MOVE 0 TO WS-BUD-REC-HELD
034910     IF WS-BUD-TOTAL-ACTUAL > WS-BUD-TOTAL-BUDGET
034920         AND WS-BUD-HOLD-AMOUNT = 0
034930             PERFORM 3182-COMPUTE-UNHELD
034940                 THRU 3182-EXIT
034950             MOVE WS-AUTH-UNHELD TO WS-BUD-REC-HELD
034960     END-IF
034970     IF WS-BUD-REC-HELD > 0
034980         ADD WS-BUD-REC-HELD TO EXPBUDG-HELD-AMOUNT
034990         ADD 1 TO EXPBUDG-HELD-COUNT
035000         MOVE WS-BUD-REC-HELD TO WS-BUD-HOLD-AMOUNT
035010         MOVE WS-BUD-CC(BCI)  TO WS-BUD-HOLD-COST-CENTER
035020     END-IF
035030     MOVE WS-REPORT-NO       TO EXPBUDG-LAST-REPORT-NO
035040     MOVE WS-RUN-DATE        TO EXPBUDG-LAST-RUN-DATE
035050     MOVE WS-BUD-REC-HELD    TO EXPBUDG-LAST-HELD-AMT
035060     MOVE WS-RUN-DATE        TO EXPBUDG-LAST-UPDATE-DATE
035070     REWRITE EXPBUDG-RECORD
035080         INVALID KEY
035090             MOVE 'DEPARTMENT BUDGET REWRITE FAILED'
035100                 TO WS-ABEND-MSG
035110             GO TO 9000-ABEND
035120     END-REWRITE.
035130 3193-EXIT.
035140     EXIT.
035150
035160*****************************************************************
035170*  3194-FIND-BUDGET-SLOT
035180*      FIND THE BUDGET RECORD'S SLOT FOR THE GL ACCOUNT IN
035190*      WS-POLICY-GL-ACCT AND LEAVE IT IN WS-BUD-MATCH-SUB.  AN
035200*      ACCOUNT FINANCE DID NOT BUDGET TAKES THE FIRST FREE SLOT
035210*      WITH A ZERO BUDGET, SO ITS SPENDING STILL COUNTS AGAINST
035220*      THE DEPARTMENT.  NO FREE SLOT LEFT STOPS THE RUN.
035230*****************************************************************
035240 3194-FIND-BUDGET-SLOT.
035250     SET WS-BUD-NOT-FOUND TO TRUE
035260     MOVE 0 TO WS-BUD-FREE-SUB
035270     PERFORM 3195-SCAN-ONE-SLOT
035280         THRU 3195-EXIT
035290         VARYING WS-BUD-SUB FROM 1 BY 1
035300         UNTIL WS-BUD-SUB > WS-MAX-BUD-ACCTS
035310         OR WS-BUD-FOUND
035320     IF WS-BUD-FOUND
035330         GO TO 3194-EXIT
035340     END-IF
035350     IF WS-BUD-FREE-SUB = 0
035360         MOVE 'DEPARTMENT BUDGET ACCOUNT SLOTS FULL'
035370             TO WS-ABEND-MSG
035380         GO TO 9000-ABEND
035390     END-IF
035400     MOVE WS-BUD-FREE-SUB TO WS-BUD-MATCH-SUB
035410     MOVE WS-POLICY-GL-ACCT
035420         TO EXPBUDG-GL-ACCOUNT(WS-BUD-MATCH-SUB)
035430     MOVE 0 TO EXPBUDG-BUDGET-AMT(WS-BUD-MATCH-SUB)
035440     MOVE 0 TO EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB).
035450 3194-EXIT.
035460     EXIT.
035470
035480*****************************************************************
035490*  3195-SCAN-ONE-SLOT
035500*      LOOK AT ONE BUDGET SLOT - A MATCH ON THE ACCOUNT ENDS
035510*      THE SCAN; THE FIRST BLANK SLOT IS REMEMBERED IN CASE
035520*      THE ACCOUNT IS NOT BUDGETED.
035530*****************************************************************
035540 3195-SCAN-ONE-SLOT.
035550     IF EXPBUDG-GL-ACCOUNT(WS-BUD-SUB) = WS-POLICY-GL-ACCT
035560         SET WS-BUD-FOUND TO TRUE
035570         MOVE WS-BUD-SUB TO WS-BUD-MATCH-SUB
035580         GO TO 3195-EXIT
035590     END-IF
035600     IF EXPBUDG-GL-ACCOUNT(WS-BUD-SUB) = SPACES
035610         AND WS-BUD-FREE-SUB = 0
035620             MOVE WS-BUD-SUB TO WS-BUD-FREE-SUB
035630     END-IF.
035640 3195-EXIT.
035650     EXIT.
035660
035670*****************************************************************
035680*  3196-ADD-BUDGET-TOTALS
035690*      ADD ONE IN-USE BUDGET SLOT TO THE DEPARTMENT'S BUDGET
035700*      AND ACTUAL TOTALS.  BLANK SLOTS ARE PASSED OVER.
035710*****************************************************************
035720 3196-ADD-BUDGET-TOTALS.
035730     IF EXPBUDG-GL-ACCOUNT(WS-BUD-SUB) NOT = SPACES
035740         ADD EXPBUDG-BUDGET-AMT(WS-BUD-SUB) TO WS-BUD-TOTAL-BUDGET
035750         ADD EXPBUDG-ACTUAL-AMT(WS-BUD-SUB) TO WS-BUD-TOTAL-ACTUAL
035760     END-IF.
035770 3196-EXIT.
035780     EXIT.
035790
035800*****************************************************************
035810*  3200-WRITE-GL-EXTRACT
035820*      WRITE THE EXPGLEX RECORDS FOR THE CURRENT GL TABLE ENTRY
035830*      (INDEXED BY GI) IF THAT EXPENSE TYPE HAD ANY AMOUNT ON
035840*      THIS REPORT, MAPPING THE TYPE TO ITS GL ACCOUNT CODE -
035850*      ONE RECORD FOR EACH COST CENTER AND PROJECT THE TYPE'S
035860*      AMOUNT WAS ALLOCATED TO.
035870*****************************************************************
035880 3200-WRITE-GL-EXTRACT.
035890     IF WS-GL-TOTAL(GI) > 0
035900*        THE ACCOUNT AND NAME COME FROM THE POLICY ROW IN FORCE
035910*        ON THE RUN DATE - THE DATE THE EXTRACT POSTS - FOR THE
035920*        TYPE THIS TABLE ENTRY ACCUMULATES.
035930         SET WS-POL-LOOKUP-TYPE TO GI
035940         MOVE WS-RUN-DATE TO WS-POL-LOOKUP-DATE
035950         PERFORM 3105-FIND-POLICY
035960             THRU 3105-EXIT
035970         IF WS-POL-NOT-FOUND
035980             MOVE 'NO POLICY RECORD IN EFFECT FOR GL EXTRACT'
035990                 TO WS-ABEND-MSG
036000             GO TO 9000-ABEND
036010         END-IF
036020         PERFORM 3210-WRITE-ONE-POSTING
036030             THRU 3210-EXIT
036040             VARYING PSI FROM 1 BY 1
036050             UNTIL PSI > WS-POST-COUNT
036060     END-IF
036070     SET GI UP BY 1.
036080 3200-EXIT.
036090     EXIT.
036100
036110*****************************************************************
036120*  3210-WRITE-ONE-POSTING
036130*      WRITE ONE EXPGLEX RECORD FOR THE CURRENT POSTING TABLE
036140*      ENTRY (INDEXED BY PSI) IF IT IS FOR THE TYPE BEING
036150*      EXTRACTED, UNDER THE ACCOUNT 3200 LOOKED UP.
036160*****************************************************************
036170 3210-WRITE-ONE-POSTING.
036180     IF WS-PST-TYPE(PSI) = WS-POL-LOOKUP-TYPE
036190         AND WS-PST-AMOUNT(PSI) > 0
036200             MOVE WS-REPORT-NO           TO EXPGLEX-REPORT-NO
036210             MOVE WS-EMP-ID              TO EXPGLEX-EMP-ID
036220             MOVE WS-PST-AMOUNT(PSI)     TO EXPGLEX-AMOUNT
036230             MOVE WS-POLICY-GL-ACCT      TO EXPGLEX-GL-ACCOUNT
036240             MOVE SPACES                 TO EXPGLEX-POST-DATE
036250             MOVE WS-POLICY-TYPE-NAME    TO EXPGLEX-TYPE-NAME
036260             MOVE WS-PST-COST-CENTER(PSI) TO EXPGLEX-COST-CENTER
036270             MOVE WS-PST-PROJECT(PSI)    TO EXPGLEX-PROJECT
036280             WRITE EXPGLEX-RECORD
036290             ADD 1 TO WS-GLEX-WRITTEN
036300     END-IF.
036310 3210-EXIT.
036320     EXIT.
036330
036340*****************************************************************
036350*  3220-ARCHIVE-HOLD-DISTRIBS
036360*      WRITE THE GL DISTRIBUTION OF EVERY HOLD ON THE REPORT TO
036370*      THE CLAIM ARCHIVE - ONE RECORD PER GL SHARE IT TAKES - SO
036380*      THE APPROVAL AND RECEIPT PROGRAMS CAN REVERSE A DENIED
036390*      HOLD, AND TAKE IT OFF THE BUDGET, AGAINST THE SAME
036400*      ACCOUNTS, COST CENTERS, AND PROJECTS IT WAS POSTED TO.
036410*      LINE, MEAL DAY, AND RECEIPT HOLDS TAKE THEIR OWN LINES'
036420*      SHARES FIRST; THE TRIP AND BUDGET HOLDS, EACH SIZED ON
036430*      WHAT THOSE LEFT UNHELD, THEN SHARE WHAT IS LEFT IN TURN.
036440*      A RESTARTED RUN WRITES THE SAME RECORDS UNDER THE SAME
036450*      KEYS.
036460*****************************************************************
036470 3220-ARCHIVE-HOLD-DISTRIBS.
036480     MOVE 0 TO WS-ARCH-DIST-SEQ
036490     IF WS-PEND-EXCP-COUNT > 0
036500         PERFORM 3222-DIST-LINE-HOLD
036510             THRU 3222-EXIT
036520             VARYING PI FROM 1 BY 1
036530             UNTIL PI > WS-PEND-EXCP-COUNT
036540     END-IF
036550     IF WS-PEND-RCPT-COUNT > 0
036560         PERFORM 3224-DIST-RCPT-HOLD
036570             THRU 3224-EXIT
036580             VARYING RPI FROM 1 BY 1
036590             UNTIL RPI > WS-PEND-RCPT-COUNT
036600     END-IF
036610     IF WS-PEND-EXCP-COUNT > 0
036620         PERFORM 3226-DIST-REPORT-HOLD
036630             THRU 3226-EXIT
036640             VARYING PI FROM 1 BY 1
036650             UNTIL PI > WS-PEND-EXCP-COUNT
036660     END-IF.
036670 3220-EXIT.
036680     EXIT.
036690
036700*****************************************************************
036710*  3222-DIST-LINE-HOLD
036720*      DISTRIBUTE ONE BUFFERED EXCEPTION (INDEXED BY PI) IF IT
036730*      HOLDS A SINGLE LINE OR A MEAL DAY - THE SHARES OF THAT
036740*      LINE, OR OF EVERY MEAL LINE OF THAT DAY.
036750*****************************************************************
036760 3222-DIST-LINE-HOLD.
036770     IF WS-PEND-REPORT-HOLD(PI)
036780         GO TO 3222-EXIT
036790     END-IF
036800     MOVE 'X'                  TO WS-DST-KIND
036810     SET WS-DST-HOLD-SEQ       TO PI
036820     MOVE 0                    TO WS-DST-LINE-NO
036830     MOVE SPACES               TO WS-DST-DAY-DATE
036840     IF WS-PEND-LINE-HOLD(PI)
036850         MOVE WS-PEND-LINE-NO(PI)  TO WS-DST-LINE-NO
036860     ELSE
036870         MOVE WS-PEND-DAY-DATE(PI) TO WS-DST-DAY-DATE
036880     END-IF
036890     PERFORM 3223-DIST-ONE-SHARE
036900         THRU 3223-EXIT
036910         VARYING SHI FROM 1 BY 1
036920         UNTIL SHI > WS-SHARE-COUNT.
036930 3222-EXIT.
036940     EXIT.
036950
036960*****************************************************************
036970*  3223-DIST-ONE-SHARE
036980*      TAKE ONE GL SHARE (INDEXED BY SHI) WHOLE INTO THE HOLD
036990*      BEING DISTRIBUTED IF IT BELONGS TO THE HELD LINE
037000*      (WS-DST-LINE-NO) OR IS A MEAL SHARE OF THE HELD DAY
037010*      (WS-DST-DAY-DATE).
037020*****************************************************************
037030 3223-DIST-ONE-SHARE.
037040     IF WS-DST-LINE-NO > 0
037050         IF WS-SHR-LINE-NO(SHI) NOT = WS-DST-LINE-NO
037060             GO TO 3223-EXIT
037070         END-IF
037080     ELSE
037090         IF WS-SHR-EXP-DATE(SHI) NOT = WS-DST-DAY-DATE
037100             OR (WS-SHR-TYPE(SHI) NOT = 1
037110                 AND WS-SHR-TYPE(SHI) NOT = 2)
037120                     GO TO 3223-EXIT
037130         END-IF
037140     END-IF
037150     IF WS-SHR-UNHELD(SHI) = 0
037160         GO TO 3223-EXIT
037170     END-IF
037180     MOVE WS-SHR-UNHELD(SHI) TO WS-DST-AMOUNT
037190     MOVE 0 TO WS-SHR-UNHELD(SHI)
037200     PERFORM 3229-WRITE-DISTRIB
037210         THRU 3229-EXIT.
037220 3223-EXIT.
037230     EXIT.
037240
037250*****************************************************************
037260*  3224-DIST-RCPT-HOLD
037270*      DISTRIBUTE ONE BUFFERED RECEIPT HOLD (INDEXED BY RPI) -
037280*      THE SHARES OF ITS LINE, UNDER THE LINE NUMBER.
037290*****************************************************************
037300 3224-DIST-RCPT-HOLD.
037310     MOVE 'R'                  TO WS-DST-KIND
037320     MOVE WS-RCPT-LINE-NO(RPI) TO WS-DST-HOLD-SEQ
037330     MOVE WS-RCPT-LINE-NO(RPI) TO WS-DST-LINE-NO
037340     MOVE SPACES               TO WS-DST-DAY-DATE
037350     PERFORM 3223-DIST-ONE-SHARE
037360         THRU 3223-EXIT
037370         VARYING SHI FROM 1 BY 1
037380         UNTIL SHI > WS-SHARE-COUNT.
037390 3224-EXIT.
037400     EXIT.
037410
037420*****************************************************************
037430*  3226-DIST-REPORT-HOLD
037440*      DISTRIBUTE ONE BUFFERED EXCEPTION (INDEXED BY PI) IF IT IS
037450*      A TRIP OR BUDGET HOLD ON THE WHOLE REPORT - PRO RATA OVER
037460*      EVERY SHARE STILL UNHELD.  A HOLD OF NOTHING, QUEUED ONLY
037470*      SO THE MANAGER SEES ITS REASON, HAS NO DISTRIBUTION.
037480*****************************************************************
037490 3226-DIST-REPORT-HOLD.
037500     IF NOT WS-PEND-REPORT-HOLD(PI)
037510         OR WS-PEND-AMOUNT(PI) = 0
037520             GO TO 3226-EXIT
037530     END-IF
037540     MOVE 0 TO WS-DST-POOL
037550     PERFORM 3227-ADD-UNHELD
037560         THRU 3227-EXIT
037570         VARYING SHI FROM 1 BY 1
037580         UNTIL SHI > WS-SHARE-COUNT
037590     IF WS-DST-POOL = 0
037600         GO TO 3226-EXIT
037610     END-IF
037620     MOVE 'X'                 TO WS-DST-KIND
037630     SET WS-DST-HOLD-SEQ      TO PI
037640     MOVE WS-PEND-AMOUNT(PI)  TO WS-DST-HOLD-AMOUNT
037650     IF WS-DST-HOLD-AMOUNT > WS-DST-POOL
037660         MOVE WS-DST-POOL     TO WS-DST-HOLD-AMOUNT
037670     END-IF
037680     MOVE 0 TO WS-DST-CUM
037690     MOVE 0 TO WS-DST-POSTED
037700     PERFORM 3228-DIST-PRO-RATA
037710         THRU 3228-EXIT
037720         VARYING SHI FROM 1 BY 1
037730         UNTIL SHI > WS-SHARE-COUNT.
037740 3226-EXIT.
037750     EXIT.
037760
037770*****************************************************************
037780*  3227-ADD-UNHELD
037790*      ADD ONE GL SHARE'S UNHELD AMOUNT TO THE POOL A REPORT
037800*      HOLD IS SPREAD OVER.
037810*****************************************************************
037820 3227-ADD-UNHELD.
037830     ADD WS-SHR-UNHELD(SHI) TO WS-DST-POOL.
037840 3227-EXIT.
037850     EXIT.
037860
037870*****************************************************************
037880*  3228-DIST-PRO-RATA
037890*      TAKE ONE GL SHARE'S PART OF THE REPORT HOLD - ITS SHARE
037900*      OF THE POOL, ROUNDED ON THE RUNNING TOTAL SO THE PARTS
037910*      ADD BACK TO THE HOLD - OUT OF WHAT IS UNHELD OF IT.
037920*****************************************************************
037930 3228-DIST-PRO-RATA.
037940     IF WS-SHR-UNHELD(SHI) = 0
037950         GO TO 3228-EXIT
037960     END-IF
037970     ADD WS-SHR-UNHELD(SHI) TO WS-DST-CUM
037980     COMPUTE WS-DST-UPTO ROUNDED =
037990         WS-DST-HOLD-AMOUNT * WS-DST-CUM / WS-DST-POOL
038000     COMPUTE WS-DST-AMOUNT = WS-DST-UPTO - WS-DST-POSTED
038010     MOVE WS-DST-UPTO TO WS-DST-POSTED
038020     IF WS-DST-AMOUNT > WS-SHR-UNHELD(SHI)
038030         MOVE WS-SHR-UNHELD(SHI) TO WS-DST-AMOUNT
038040     END-IF
038050     IF WS-DST-AMOUNT = 0
038060         GO TO 3228-EXIT
038070     END-IF
038080     SUBTRACT WS-DST-AMOUNT FROM WS-SHR-UNHELD(SHI)
038090     PERFORM 3229-WRITE-DISTRIB
038100         THRU 3229-EXIT.
038110 3228-EXIT.
038120     EXIT.
038130
038140*****************************************************************
038150*  3229-WRITE-DISTRIB
038160*      WRITE ONE HOLD GL DISTRIBUTION RECORD TO THE ARCHIVE -
038170*      WS-DST-AMOUNT OF THE CURRENT GL SHARE (INDEXED BY SHI),
038180*      UNDER THE ACCOUNT ITS TYPE POSTED TO ON THE RUN DATE.
038190*****************************************************************
038200 3229-WRITE-DISTRIB.
038210     MOVE WS-SHR-TYPE(SHI)   TO WS-POL-LOOKUP-TYPE
038220     MOVE WS-RUN-DATE        TO WS-POL-LOOKUP-DATE
038230     PERFORM 3105-FIND-POLICY
038240         THRU 3105-EXIT
038250     IF WS-POL-NOT-FOUND
038260         MOVE 'NO POLICY RECORD IN EFFECT FOR GL EXTRACT'
038270             TO WS-ABEND-MSG
038280         GO TO 9000-ABEND
038290     END-IF
038300     ADD 1 TO WS-ARCH-DIST-SEQ
038310     MOVE SPACES                  TO EXPARCH-RECORD
038320     MOVE WS-REPORT-NO            TO EXPARCH-REPORT-NO
038330     MOVE WS-RUN-DATE             TO EXPARCH-RUN-DATE
038340     SET EXPARCH-DISTRIB          TO TRUE
038350     MOVE WS-ARCH-DIST-SEQ        TO EXPARCH-SEQ
038360     MOVE WS-EMP-ID               TO EXPARCH-EMP-ID
038370     MOVE WS-DST-KIND             TO EXPARCH-DST-HOLD-KIND
038380     MOVE WS-DST-HOLD-SEQ         TO EXPARCH-DST-HOLD-SEQ
038390     MOVE WS-SHR-TYPE(SHI)        TO EXPARCH-DST-TYPE
038400     MOVE WS-POLICY-GL-ACCT       TO EXPARCH-DST-GL-ACCOUNT
038410     MOVE WS-SHR-COST-CENTER(SHI) TO EXPARCH-DST-COST-CENTER
038420     MOVE WS-SHR-PROJECT(SHI)     TO EXPARCH-DST-PROJECT
038430     MOVE WS-DST-AMOUNT           TO EXPARCH-DST-AMOUNT
038440     PERFORM 2890-WRITE-ARCHIVE
038450         THRU 2890-EXIT.
038460 3229-EXIT.
038470     EXIT.
038480
038490*****************************************************************
038500*  3250-ALLOCATE-LINE
038510*      SPLIT ONE EXPENSE LINE'S CONVERTED AMOUNT ACROSS ITS
038520*      PROJECT ALLOCATIONS - THE LINE'S OWN IF IT HAS ANY, THE
038530*      SUBMISSION'S OTHERWISE - AND POST WHATEVER IS LEFT TO THE
038540*      EMPLOYEE'S OWN COST CENTER WITH NO PROJECT.
038550*****************************************************************
038560 3250-ALLOCATE-LINE.
038570     MOVE WS-CONV-AMOUNT(I) TO WS-ALLOC-REMAIN
038580     IF WS-ALLOC-COUNT = 0
038590         GO TO 3250-NEXT
038600     END-IF
038610     SET WS-ALLOC-LINE-NO TO I
038620     MOVE 0 TO WS-ALLOC-TARGET
038630     SET ALI TO 1
038640     SEARCH WS-ALLOC-ENTRY
038650         WHEN WS-ALC-LINE-NO(ALI) = WS-ALLOC-LINE-NO
038660             MOVE WS-ALLOC-LINE-NO TO WS-ALLOC-TARGET
038670     END-SEARCH
038680     MOVE 0 TO WS-ALLOC-PCT-CUM
038690     MOVE 0 TO WS-ALLOC-PCT-POSTED
038700     MOVE WS-TYPE(I)     TO WS-POL-LOOKUP-TYPE
038710     MOVE WS-EXP-DATE(I) TO WS-POL-LOOKUP-DATE
038720     PERFORM 3105-FIND-POLICY
038730         THRU 3105-EXIT
038740     MOVE WS-POLICY-TYPE-NAME TO WS-RBL-TYPE-NAME
038750     PERFORM 3255-SET-LINE-STATUS
038760         THRU 3255-EXIT
038770     PERFORM 3260-APPLY-ONE-ALLOC
038780         THRU 3260-EXIT
038790         VARYING ALI FROM 1 BY 1
038800         UNTIL ALI > WS-ALLOC-COUNT
038810             OR WS-ALLOC-REMAIN = 0.
038820 3250-NEXT.
038830     IF WS-ALLOC-REMAIN > 0
038840         MOVE WS-CURR-COST-CENTER TO WS-POST-COST-CENTER
038850         MOVE SPACES              TO WS-POST-PROJECT
038860         MOVE WS-ALLOC-REMAIN     TO WS-POST-AMOUNT
038870         PERFORM 3270-ADD-POSTING
038880             THRU 3270-EXIT
038890     END-IF
038900     ADD 1 TO I.
038910 3250-EXIT.
038920     EXIT.
038930
038940*****************************************************************
038950*  3255-SET-LINE-STATUS
038960*      SET THE REBILL STATUS OF THE CURRENT LINE THE WAY THE
038970*      CLAIM ARCHIVE RECORDS IT - SPACE WHEN IT WAS PAID WITH THE
038980*      REPORT, X WHEN OVER ITS LIMIT, M WHEN ITS MEAL DAY WAS
038990*      OVER THE PER-DIEM, R WHEN HELD FOR ITS RECEIPT - SO
039000*      BILLING CAN HOLD BACK WHAT THE COMPANY HAS NOT YET PAID.
039010*****************************************************************
039020 3255-SET-LINE-STATUS.
039030     MOVE SPACE TO WS-RBL-LINE-STATUS
039040     IF WS-TYPE(I) = 1 OR 2
039050         SET DI TO 1
039060         SEARCH WS-DAY-ENTRY
039070             WHEN WS-DAY-DATE(DI) = WS-EXP-DATE(I)
039080                 IF WS-DAY-HELD-SW(DI) = 'X'
039090                     MOVE 'M' TO WS-RBL-LINE-STATUS
039100                 END-IF
039110         END-SEARCH
039120     ELSE
039130         IF WS-LINE-HELD-SW(I) = 'X'
039140             MOVE 'X' TO WS-RBL-LINE-STATUS
039150         END-IF
039160     END-IF
039170     IF WS-RBL-LINE-STATUS = SPACE
039180         AND WS-PEND-RCPT-COUNT > 0
039190             SET RPI TO 1
039200             SEARCH WS-PEND-RCPT-ENTRY
039210                 WHEN WS-RCPT-LINE-NO(RPI) = WS-ALLOC-LINE-NO
039220                     MOVE 'R' TO WS-RBL-LINE-STATUS
039230             END-SEARCH
039240     END-IF.
039250 3255-EXIT.
039260     EXIT.
039270
039280*****************************************************************
039290*  3260-APPLY-ONE-ALLOC
039300*      CHARGE THE CURRENT LINE'S SHARE TO ONE ALLOCATION (INDEXED
039310*      BY ALI) IF IT APPLIES TO THE LINE.  PERCENT SHARES ARE
039320*      ROUNDED ON THE RUNNING PERCENT SO THE LINE'S SHARES ADD
039330*      BACK TO ITS AMOUNT; AN AMOUNT SHARE TAKES WHAT IS LEFT OF
039340*      THE ALLOCATION.  NO SHARE MAY TAKE MORE THAN THE LINE HAS
039350*      LEFT.  A BILLABLE SHARE IS ALSO WRITTEN FOR REBILLING.
039360*****************************************************************
039370 3260-APPLY-ONE-ALLOC.
039380     IF WS-ALC-LINE-NO(ALI) NOT = WS-ALLOC-TARGET
039390         GO TO 3260-EXIT
039400     END-IF
039410     IF WS-ALC-BY-PERCENT(ALI)
039420         ADD WS-ALC-PCT(ALI) TO WS-ALLOC-PCT-CUM
039430         COMPUTE WS-ALLOC-PCT-UPTO ROUNDED =
039440             WS-CONV-AMOUNT(I) * WS-ALLOC-PCT-CUM / 100
039450         COMPUTE WS-ALLOC-SHARE =
039460             WS-ALLOC-PCT-UPTO - WS-ALLOC-PCT-POSTED
039470         MOVE WS-ALLOC-PCT-UPTO TO WS-ALLOC-PCT-POSTED
039480     ELSE
039490         MOVE WS-ALC-AMT-LEFT(ALI) TO WS-ALLOC-SHARE
039500     END-IF
039510     IF WS-ALLOC-SHARE > WS-ALLOC-REMAIN
039520         MOVE WS-ALLOC-REMAIN TO WS-ALLOC-SHARE
039530     END-IF
039540     IF WS-ALLOC-SHARE = 0
039550         GO TO 3260-EXIT
039560     END-IF
039570     IF WS-ALC-BY-AMOUNT(ALI)
039580         SUBTRACT WS-ALLOC-SHARE FROM WS-ALC-AMT-LEFT(ALI)
039590     END-IF
039600     SUBTRACT WS-ALLOC-SHARE FROM WS-ALLOC-REMAIN
039610     IF WS-ALC-COST-CENTER(ALI) = SPACES
039620         MOVE WS-CURR-COST-CENTER     TO WS-POST-COST-CENTER
039630     ELSE
039640         MOVE WS-ALC-COST-CENTER(ALI) TO WS-POST-COST-CENTER
039650     END-IF
039660     MOVE WS-ALC-PROJECT(ALI) TO WS-POST-PROJECT
039670     MOVE WS-ALLOC-SHARE      TO WS-POST-AMOUNT
039680     PERFORM 3270-ADD-POSTING
039690         THRU 3270-EXIT
039700     IF WS-ALC-IS-BILLABLE(ALI)
039710         PERFORM 3280-WRITE-REBILL
039720             THRU 3280-EXIT
039730     END-IF.
039740 3260-EXIT.
039750     EXIT.
039760
039770*****************************************************************
039780*  3270-ADD-POSTING
039790*      ADD WS-POST-AMOUNT TO THE POSTING TABLE ROW FOR THE
039800*      CURRENT LINE'S TYPE AND WS-POST-COST-CENTER AND
039810*      WS-POST-PROJECT, STARTING A NEW ROW IF THERE IS NONE, AND
039820*      KEEP THE SHARE ITSELF IN THE GL SHARE TABLE.
039830*****************************************************************
039840 3270-ADD-POSTING.
039850     PERFORM 3275-ADD-SHARE
039860         THRU 3275-EXIT
039870     SET PSI TO 1
039880     SEARCH WS-POST-ENTRY
039890         WHEN WS-PST-TYPE(PSI) = WS-TYPE(I)
039900             AND WS-PST-COST-CENTER(PSI) = WS-POST-COST-CENTER
039910             AND WS-PST-PROJECT(PSI) = WS-POST-PROJECT
039920                 ADD WS-POST-AMOUNT TO WS-PST-AMOUNT(PSI)
039930                 GO TO 3270-EXIT
039940     END-SEARCH
039950     IF WS-POST-COUNT = WS-MAX-POSTINGS
039960         MOVE 'REPORT GL POSTING TABLE FULL' TO WS-ABEND-MSG
039970         GO TO 9000-ABEND
039980     END-IF
039990     ADD 1 TO WS-POST-COUNT
040000     SET PSI TO WS-POST-COUNT
040010     MOVE WS-TYPE(I)          TO WS-PST-TYPE(PSI)
040020     MOVE WS-POST-COST-CENTER TO WS-PST-COST-CENTER(PSI)
040030     MOVE WS-POST-PROJECT     TO WS-PST-PROJECT(PSI)
040040     MOVE WS-POST-AMOUNT      TO WS-PST-AMOUNT(PSI).
040050 3270-EXIT.
040060     EXIT.
040070
040080*****************************************************************
040090*  3275-ADD-SHARE
040100*      ADD THE CURRENT LINE'S SHARE FOR WS-POST-COST-CENTER AND
040110*      WS-POST-PROJECT TO THE GL SHARE TABLE, NOT YET HELD.
040120*****************************************************************
040130 3275-ADD-SHARE.
040140     IF WS-SHARE-COUNT = WS-MAX-SHARES
040150         MOVE 'REPORT GL SHARE TABLE FULL' TO WS-ABEND-MSG
040160         GO TO 9000-ABEND
040170     END-IF
040180     ADD 1 TO WS-SHARE-COUNT
040190     SET SHI TO WS-SHARE-COUNT
040200     SET WS-SHR-LINE-NO(SHI)  TO I
040210     MOVE WS-TYPE(I)          TO WS-SHR-TYPE(SHI)
040220     MOVE WS-EXP-DATE(I)      TO WS-SHR-EXP-DATE(SHI)
040230     MOVE WS-POST-COST-CENTER TO WS-SHR-COST-CENTER(SHI)
040240     MOVE WS-POST-PROJECT     TO WS-SHR-PROJECT(SHI)
040250     MOVE WS-POST-AMOUNT      TO WS-SHR-AMOUNT(SHI)
040260     MOVE WS-POST-AMOUNT      TO WS-SHR-UNHELD(SHI).
040270 3275-EXIT.
040280     EXIT.
040290
040300*****************************************************************
040310*  3280-WRITE-REBILL
040320*      WRITE ONE EXPRBIL RECORD FOR THE BILLING SYSTEM - THE
040330*      BILLABLE SHARE OF THE CURRENT LINE CHARGED TO THE CURRENT
040340*      ALLOCATION'S PROJECT, AND THAT SHARE WITH THE PROJECT'S
040350*      MARKUP ADDED FOR INVOICING TO ITS CLIENT.
040360*****************************************************************
040370 3280-WRITE-REBILL.
040380     MOVE SPACES                  TO EXPRBIL-RECORD
040390     MOVE WS-ALC-CLIENT-ID(ALI)   TO EXPRBIL-CLIENT-ID
040400     MOVE WS-ALC-PROJECT(ALI)     TO EXPRBIL-PROJECT
040410     MOVE WS-REPORT-NO            TO EXPRBIL-REPORT-NO
040420     MOVE WS-EMP-ID               TO EXPRBIL-EMP-ID
040430     MOVE WS-EMP-NAME             TO EXPRBIL-EMP-NAME
040440     MOVE WS-EXP-DATE(I)          TO EXPRBIL-EXP-DATE
040450     MOVE WS-TYPE(I)              TO EXPRBIL-TYPE
040460     MOVE WS-RBL-TYPE-NAME        TO EXPRBIL-TYPE-NAME
040470     MOVE WS-ALLOC-SHARE          TO EXPRBIL-AMOUNT
040480     MOVE WS-ALC-MARKUP-PCT(ALI)  TO EXPRBIL-MARKUP-PCT
040490     COMPUTE EXPRBIL-BILL-AMOUNT ROUNDED =
040500         WS-ALLOC-SHARE * (100 + WS-ALC-MARKUP-PCT(ALI)) / 100
040510     MOVE WS-RBL-LINE-STATUS      TO EXPRBIL-LINE-STATUS
040520     MOVE WS-RUN-DATE             TO EXPRBIL-RUN-DATE
040530     WRITE EXPRBIL-RECORD
040540     ADD 1 TO WS-REBILL-COUNT
040550     ADD EXPRBIL-BILL-AMOUNT TO WS-REBILL-TOTAL.
040560 3280-EXIT.
040570     EXIT.
040580
040590*****************************************************************
040600*  3300-WRITE-PAYMENT
040610*      CUT THE ACCOUNTS PAYABLE PAYMENT RECORD FOR THE REPORT
040620*      JUST TOTALED.  AMOUNTS SITTING IN THE MANAGER EXCEPTION
040630*      QUEUE ARE HELD BACK - THE APPROVAL PROGRAM PAYS THEM IF
040640*      AND WHEN THEY ARE APPROVED - AND CASH ADVANCES ALREADY
040650*      IN THE EMPLOYEE'S HANDS COME OFF THE TOP, SO AP SEES
040660*      ONLY THE NET.  LINES HELD FOR THEIR RECEIPTS ARE HELD
040670*      BACK THE SAME WAY UNTIL THE RECEIPT PROGRAM RELEASES
040680*      THEM.  A REPORT WITH NOTHING PAYABLE - ALL HELD, OR
040690*      ADVANCES COVERING IT - CUTS NO RECORD.  A
040700*      LATE CLAIM'S PAYMENT IS TAXABLE IN FULL AND ALSO GOES TO
040710*      THE PAYROLL TAXABLE EXTRACT.
040720*****************************************************************
040730 3300-WRITE-PAYMENT.
040740     COMPUTE WS-NET-PAYABLE =
040750         TOTAL - WS-REPORT-EXCP-TOTAL - WS-REPORT-RCPT-TOTAL
040760         - WS-ADVANCE-TOTAL
040770     IF WS-NET-PAYABLE > 0
040780         MOVE WS-NET-PAYABLE   TO WS-PAYABLE-AMOUNT
040790         MOVE WS-EMP-ID        TO EXPPAY-EMP-ID
040800         MOVE WS-EMP-NAME      TO EXPPAY-EMP-NAME
040810         MOVE WS-REPORT-NO     TO EXPPAY-REPORT-NO
040820         MOVE WS-PAYABLE-AMOUNT TO EXPPAY-AMOUNT
040830         MOVE WS-REPORT-NO     TO WS-PAY-REF-REPORT
040840         MOVE WS-RUN-DATE      TO WS-PAY-REF-DATE
040850         MOVE 'EX'             TO WS-PAY-REF-SOURCE
040860         MOVE WS-PAY-REF       TO EXPPAY-PAY-REF
040870         IF WS-CLAIM-LATE
040880             MOVE WS-PAYABLE-AMOUNT TO EXPPAY-TAXABLE-AMT
040890         ELSE
040900             MOVE 0 TO EXPPAY-TAXABLE-AMT
040910         END-IF
040920         WRITE EXPPAY-RECORD
040930         ADD 1 TO WS-PAYMENT-COUNT
040940         IF WS-CLAIM-LATE
040950             PERFORM 3310-WRITE-TAXABLE-EXTRACT
040960                 THRU 3310-EXIT
040970         END-IF
040980     END-IF.
040990 3300-EXIT.
041000     EXIT.
041010
041020*****************************************************************
041030*  3310-WRITE-TAXABLE-EXTRACT
041040*      WRITE THE PAYROLL TAXABLE EXTRACT RECORD FOR THE LATE
041050*      CLAIM'S PAYMENT JUST CUT, IN THE PAY PERIOD OF THE RUN
041060*      DATE, TIED TO THE PAYMENT BY ITS REFERENCE.
041070*****************************************************************
041080 3310-WRITE-TAXABLE-EXTRACT.
041090     MOVE SPACES            TO EXPTAXX-RECORD
041100     MOVE WS-EMP-ID         TO EXPTAXX-EMP-ID
041110     MOVE WS-EMP-NAME       TO EXPTAXX-EMP-NAME
041120     MOVE WS-TAX-PAY-PERIOD TO EXPTAXX-PAY-PERIOD
041130     MOVE WS-REPORT-NO      TO EXPTAXX-REPORT-NO
041140     MOVE WS-PAY-REF        TO EXPTAXX-PAY-REF
041150     MOVE 'L'               TO EXPTAXX-REASON
041160     MOVE WS-PAYABLE-AMOUNT TO EXPTAXX-TAXABLE-AMT
041170     MOVE WS-RUN-DATE       TO EXPTAXX-PAID-DATE
041180     WRITE EXPTAXX-RECORD.
041190 3310-EXIT.
041200     EXIT.
041210
041220*****************************************************************
041230*  3400-PRINT-SETTLEMENT
041240*      PRINT THE ADVANCE SETTLEMENT BLOCK AFTER THE TOTAL LINE -
041250*      TOTAL EXPENSES, LESS THE CASH ADVANCES DRAWN FOR THE
041260*      TRIP, AND THE CLEARLY LABELED NET DUE THE EMPLOYEE OR
041270*      DUE THE COMPANY.
041280*****************************************************************
041290 3400-PRINT-SETTLEMENT.
041300     MOVE TOTAL TO WS-AMOUNT-EDIT
041310     MOVE SPACES TO EXPRPT-LINE
041320     STRING 'Total Expenses: ' DELIMITED BY SIZE
041330            WS-AMOUNT-EDIT DELIMITED BY SIZE
041340            INTO EXPRPT-LINE
041350     PERFORM 3700-WRITE-REPORT-LINE
041360         THRU 3700-EXIT
041370     MOVE WS-ADVANCE-TOTAL TO WS-AMOUNT-EDIT
041380     MOVE SPACES TO EXPRPT-LINE
041390     STRING 'Less Advances:  ' DELIMITED BY SIZE
041400            WS-AMOUNT-EDIT DELIMITED BY SIZE
041410            INTO EXPRPT-LINE
041420     PERFORM 3700-WRITE-REPORT-LINE
041430         THRU 3700-EXIT
041440     COMPUTE WS-NET-AMOUNT = TOTAL - WS-ADVANCE-TOTAL
041450     MOVE SPACES TO EXPRPT-LINE
041460     IF WS-NET-AMOUNT NOT < 0
041470         MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT
041480         STRING 'Due Employee:   ' DELIMITED BY SIZE
041490                WS-AMOUNT-EDIT DELIMITED BY SIZE
041500                INTO EXPRPT-LINE
041510     ELSE
041520         COMPUTE WS-NET-AMOUNT = 0 - WS-NET-AMOUNT
041530         MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT
041540         STRING 'Due Company:    ' DELIMITED BY SIZE
041550                WS-AMOUNT-EDIT DELIMITED BY SIZE
041560                INTO EXPRPT-LINE
041570     END-IF
041580     PERFORM 3700-WRITE-REPORT-LINE
041590         THRU 3700-EXIT.
041600 3400-EXIT.
041610     EXIT.
041620
041630*****************************************************************
041640*  3410-PRINT-LATE-CLAIM
041650*      FLAG A LATE CLAIM UNDER THE TOTALS SO THE EMPLOYEE AND
041660*      MANAGER SEE WHY THE REIMBURSEMENT IS REPORTED AS WAGES.
041670*****************************************************************
041680 3410-PRINT-LATE-CLAIM.
041690     MOVE WS-DAYS-SINCE-TRIP TO WS-DAYS-FMT
041700     MOVE SPACES TO EXPRPT-LINE
041710     STRING 'Late Claim:     ' DELIMITED BY SIZE
041720            WS-DAYS-FMT DELIMITED BY SIZE
041730            ' days after trip end - taxable wages'
041740                DELIMITED BY SIZE
041750            INTO EXPRPT-LINE
041760     PERFORM 3700-WRITE-REPORT-LINE
041770         THRU 3700-EXIT.
041780 3410-EXIT.
041790     EXIT.
041800
041810*****************************************************************
041820*  3700-WRITE-REPORT-LINE
041830*      WRITE ONE LINE TO THE EXPRPT PRINT FILE UNDER PAGE
041840*      CONTROL.  WHEN THE PAGE IS FULL THE LINE IS HELD, A NEW
041850*      PAGE HEADING IS STARTED, AND - WHEN THE BREAK FALLS IN
041860*      THE MIDDLE OF AN EMPLOYEE'S REPORT - THE EMPLOYEE HEADER
041870*      BLOCK AND COLUMN HEADER ARE REPEATED BEFORE THE HELD
041880*      LINE IS RELEASED.
041890*****************************************************************
041900 3700-WRITE-REPORT-LINE.
041910     IF WS-LINES-ON-PAGE NOT < WS-PAGE-LIMIT
041920         MOVE EXPRPT-LINE TO WS-HOLD-LINE
041930         PERFORM 3710-PRINT-PAGE-HEADING
041940             THRU 3710-EXIT
041950         IF WS-REPORT-ACTIVE
041960             PERFORM 3720-REPEAT-EMP-HEADER
041970                 THRU 3720-EXIT
041980         END-IF
041990         MOVE WS-HOLD-LINE TO EXPRPT-LINE
042000     END-IF
042010     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042020     ADD 1 TO WS-LINES-ON-PAGE
042030     IF WS-ARCH-CAPTURE-ON
042040         PERFORM 3730-ARCHIVE-PRINT-LINE
042050             THRU 3730-EXIT
042060     END-IF.
042070 3700-EXIT.
042080     EXIT.
042090
042100*****************************************************************
042110*  3710-PRINT-PAGE-HEADING
042120*      START A NEW PAGE - SKIP TO CHANNEL ONE AND WRITE THE
042130*      PAGE HEADING WITH THE JOB NAME, SYSTEM DATE, AND PAGE
042140*      NUMBER.  WRITES GO STRAIGHT TO THE FILE, NOT THROUGH
042150*      3700-WRITE-REPORT-LINE, BECAUSE THIS PARAGRAPH RUNS IN
042160*      THE MIDDLE OF THAT ONE.
042170*****************************************************************
042180 3710-PRINT-PAGE-HEADING.
042190     ADD 1 TO WS-PAGE-COUNT
042200     MOVE WS-PAGE-COUNT TO WS-PAGE-FMT
042210     MOVE SPACES TO EXPRPT-LINE
042220     STRING 'EXPRPT01   TRAVEL EXPENSE REPORT   '
042230                DELIMITED BY SIZE
042240            WS-RUN-DATE DELIMITED BY SIZE
042250            '   PAGE ' DELIMITED BY SIZE
042260            WS-PAGE-FMT DELIMITED BY SIZE
042270            INTO EXPRPT-LINE
042280     WRITE EXPRPT-RECORD AFTER ADVANCING PAGE
042290     MOVE SPACES TO EXPRPT-LINE
042300     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042310     MOVE 2 TO WS-LINES-ON-PAGE.
042320 3710-EXIT.
042330     EXIT.
042340
042350*****************************************************************
042360*  3720-REPEAT-EMP-HEADER
042370*      A PAGE BREAK FELL IN THE MIDDLE OF AN EMPLOYEE'S REPORT -
042380*      REPEAT THE EMPLOYEE HEADER BLOCK AND THE COLUMN HEADER
042390*      AT THE TOP OF THE NEW PAGE SO THE CONTINUATION READS ON
042400*      ITS OWN.  WRITES GO STRAIGHT TO THE FILE FOR THE SAME
042410*      REASON AS THE PAGE HEADING.
042420*****************************************************************
042430 3720-REPEAT-EMP-HEADER.
042440     MOVE WS-REPORT-NO TO WS-REPORT-NO-FMT
042450     MOVE SPACES TO EXPRPT-LINE
042460     STRING 'Report Number: ' DELIMITED BY SIZE
042470            WS-REPORT-NO-FMT DELIMITED BY SIZE
042480            ' (Continued)' DELIMITED BY SIZE
042490            INTO EXPRPT-LINE
042500     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042510     MOVE SPACES TO EXPRPT-LINE
042520     STRING 'Employee Name: ' DELIMITED BY SIZE
042530            WS-EMP-NAME DELIMITED BY SIZE
042540            INTO EXPRPT-LINE
042550     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042560     MOVE SPACES TO EXPRPT-LINE
042570     STRING 'Department:    ' DELIMITED BY SIZE
042580            WS-DEPARTMENT DELIMITED BY SIZE
042590            INTO EXPRPT-LINE
042600     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042610     MOVE SPACES TO EXPRPT-LINE
042620     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042630     MOVE WS-COLUMN-HEADER TO EXPRPT-LINE
042640     WRITE EXPRPT-RECORD AFTER ADVANCING 1 LINE
042650     ADD 5 TO WS-LINES-ON-PAGE.
042660 3720-EXIT.
042670     EXIT.
042680
042690*****************************************************************
042700*  3730-ARCHIVE-PRINT-LINE
042710*      COPY THE REPORT BODY LINE JUST PRINTED TO THE CLAIM
042720*      ARCHIVE AS THE NEXT PRINT LINE OF THE REPORT, SO THE
042730*      ARCHIVE UTILITY CAN REPRINT IT EXACTLY AS IT WAS ISSUED.
042740*****************************************************************
042750 3730-ARCHIVE-PRINT-LINE.
042760     ADD 1 TO WS-ARCH-PRINT-SEQ
042770     MOVE SPACES            TO EXPARCH-RECORD
042780     MOVE WS-REPORT-NO      TO EXPARCH-REPORT-NO
042790     MOVE WS-RUN-DATE       TO EXPARCH-RUN-DATE
042800     SET EXPARCH-PRINT      TO TRUE
042810     MOVE WS-ARCH-PRINT-SEQ TO EXPARCH-SEQ
042820     MOVE WS-EMP-ID         TO EXPARCH-EMP-ID
042830     MOVE EXPRPT-LINE       TO EXPARCH-PRT-LINE
042840     PERFORM 2890-WRITE-ARCHIVE
042850         THRU 2890-EXIT.
042860 3730-EXIT.
042870     EXIT.
042880
042890*****************************************************************
042900*  3850-PRINT-DEPT-SUMMARY
042910*      WRITE THE DEPARTMENT SUBTOTAL BLOCK AFTER A DEPARTMENT'S
042920*      LAST REPORT - THE BREAK POINT WHERE THE PRINT FILE IS
042930*      BURST SO EACH COST-CENTER MANAGER GETS ONLY THEIR OWN
042940*      PEOPLE'S SECTION - THEN RESET THE DEPARTMENT TOTALS FOR
042950*      THE NEXT DEPARTMENT ON THE FILE.
042960*****************************************************************
042970 3850-PRINT-DEPT-SUMMARY.
042980     MOVE SPACES TO EXPRPT-LINE
042990     PERFORM 3700-WRITE-REPORT-LINE
043000         THRU 3700-EXIT
043010     MOVE SPACES TO EXPRPT-LINE
043020     STRING 'Department Summary: ' DELIMITED BY SIZE
043030            WS-CURR-DEPARTMENT DELIMITED BY SIZE
043040            INTO EXPRPT-LINE
043050     PERFORM 3700-WRITE-REPORT-LINE
043060         THRU 3700-EXIT
043070     MOVE WS-DEPT-REPORT-COUNT TO WS-COUNT-FMT
043080     MOVE SPACES TO EXPRPT-LINE
043090     STRING 'Reports: ' DELIMITED BY SIZE
043100            WS-COUNT-FMT DELIMITED BY SIZE
043110            INTO EXPRPT-LINE
043120     PERFORM 3700-WRITE-REPORT-LINE
043130         THRU 3700-EXIT
043140     MOVE WS-DEPT-MEALS TO WS-GRAND-EDIT
043150     MOVE SPACES TO EXPRPT-LINE
043160     STRING 'Meals Total: ' DELIMITED BY SIZE
043170            WS-GRAND-EDIT DELIMITED BY SIZE
043180            INTO EXPRPT-LINE
043190     PERFORM 3700-WRITE-REPORT-LINE
043200         THRU 3700-EXIT
043210     MOVE WS-DEPT-TOTAL TO WS-GRAND-EDIT
043220     MOVE SPACES TO EXPRPT-LINE
043230     STRING 'Department Total: ' DELIMITED BY SIZE
043240            WS-GRAND-EDIT DELIMITED BY SIZE
043250            INTO EXPRPT-LINE
043260     PERFORM 3700-WRITE-REPORT-LINE
043270         THRU 3700-EXIT
043280     MOVE WS-DEPT-OVER-LIMIT-COUNT TO WS-COUNT-FMT
043290     MOVE SPACES TO EXPRPT-LINE
043300     STRING 'Over-Limit Lines: ' DELIMITED BY SIZE
043310            WS-COUNT-FMT DELIMITED BY SIZE
043320            INTO EXPRPT-LINE
043330     PERFORM 3700-WRITE-REPORT-LINE
043340         THRU 3700-EXIT
043350     MOVE SPACES TO EXPRPT-LINE
043360     PERFORM 3700-WRITE-REPORT-LINE
043370         THRU 3700-EXIT
043380     MOVE 0 TO WS-DEPT-REPORT-COUNT
043390     MOVE 0 TO WS-DEPT-OVER-LIMIT-COUNT
043400     MOVE 0 TO WS-DEPT-TOTAL
043410     MOVE 0 TO WS-DEPT-MEALS
043420     SET WS-DEPT-NOT-OPEN TO TRUE.
043430 3850-EXIT.
043440     EXIT.
043450
043460*****************************************************************
043470*  3900-PRINT-BATCH-SUMMARY
043480*      WRITE THE BATCH CONTROL-TOTAL SUMMARY AFTER THE LAST
043490*      REPORT SO THE DAY'S BATCH CAN BE RECONCILED AGAINST THE
043500*      SUBMISSION COUNT.
043510*****************************************************************
043520 3900-PRINT-BATCH-SUMMARY.
043530     MOVE SPACES TO EXPRPT-LINE
043540     PERFORM 3700-WRITE-REPORT-LINE
043550         THRU 3700-EXIT
043560     MOVE SPACES TO EXPRPT-LINE
043570     MOVE 'Batch Summary: ' TO EXPRPT-LINE
043580     PERFORM 3700-WRITE-REPORT-LINE
043590         THRU 3700-EXIT
043600     MOVE WS-REPORT-COUNT TO WS-COUNT-FMT
043610     MOVE SPACES TO EXPRPT-LINE
043620     STRING 'Reports Processed: ' DELIMITED BY SIZE
043630            WS-COUNT-FMT DELIMITED BY SIZE
043640            INTO EXPRPT-LINE
043650     PERFORM 3700-WRITE-REPORT-LINE
043660         THRU 3700-EXIT
043670     MOVE WS-GRAND-MEALS TO WS-GRAND-EDIT
043680     MOVE SPACES TO EXPRPT-LINE
043690     STRING 'Grand Meals Total: ' DELIMITED BY SIZE
043700            WS-GRAND-EDIT DELIMITED BY SIZE
043710            INTO EXPRPT-LINE
043720     PERFORM 3700-WRITE-REPORT-LINE
043730         THRU 3700-EXIT
043740     MOVE WS-GRAND-TOTAL TO WS-GRAND-EDIT
043750     MOVE SPACES TO EXPRPT-LINE
043760     STRING 'Grand Total: ' DELIMITED BY SIZE
043770            WS-GRAND-EDIT DELIMITED BY SIZE
043780            INTO EXPRPT-LINE
043790     PERFORM 3700-WRITE-REPORT-LINE
043800         THRU 3700-EXIT
043810     MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-FMT
043820     MOVE SPACES TO EXPRPT-LINE
043830     STRING 'Over-Limit Lines: ' DELIMITED BY SIZE
043840            WS-COUNT-FMT DELIMITED BY SIZE
043850            INTO EXPRPT-LINE
043860     PERFORM 3700-WRITE-REPORT-LINE
043870         THRU 3700-EXIT
043880     MOVE WS-AUTH-EXCP-COUNT TO WS-COUNT-FMT
043890     MOVE SPACES TO EXPRPT-LINE
043900     STRING 'Trip Auth Exceptions: ' DELIMITED BY SIZE
043910            WS-COUNT-FMT DELIMITED BY SIZE
043920            INTO EXPRPT-LINE
043930     PERFORM 3700-WRITE-REPORT-LINE
043940         THRU 3700-EXIT
043950     MOVE WS-BUDGET-HOLD-COUNT TO WS-COUNT-FMT
043960     MOVE SPACES TO EXPRPT-LINE
043970     STRING 'Over-Budget Holds: ' DELIMITED BY SIZE
043980            WS-COUNT-FMT DELIMITED BY SIZE
043990            INTO EXPRPT-LINE
044000     PERFORM 3700-WRITE-REPORT-LINE
044010         THRU 3700-EXIT
044020     MOVE WS-REJECT-COUNT TO WS-COUNT-FMT
044030     MOVE SPACES TO EXPRPT-LINE
044040     STRING 'Rejected Submissions: ' DELIMITED BY SIZE
044050            WS-COUNT-FMT DELIMITED BY SIZE
044060            INTO EXPRPT-LINE
044070     PERFORM 3700-WRITE-REPORT-LINE
044080         THRU 3700-EXIT
044090     MOVE WS-DUP-COUNT TO WS-COUNT-FMT
044100     MOVE SPACES TO EXPRPT-LINE
044110     STRING 'Duplicate Suspects: ' DELIMITED BY SIZE
044120            WS-COUNT-FMT DELIMITED BY SIZE
044130            INTO EXPRPT-LINE
044140     PERFORM 3700-WRITE-REPORT-LINE
044150         THRU 3700-EXIT
044160     MOVE WS-PAYMENT-COUNT TO WS-COUNT-FMT
044170     MOVE SPACES TO EXPRPT-LINE
044180     STRING 'Payment Records: ' DELIMITED BY SIZE
044190            WS-COUNT-FMT DELIMITED BY SIZE
044200            INTO EXPRPT-LINE
044210     PERFORM 3700-WRITE-REPORT-LINE
044220         THRU 3700-EXIT
044230     MOVE WS-OUTSTANDING-ADV-COUNT TO WS-COUNT-FMT
044240     MOVE SPACES TO EXPRPT-LINE
044250     STRING 'Outstanding Advances: ' DELIMITED BY SIZE
044260            WS-COUNT-FMT DELIMITED BY SIZE
044270            INTO EXPRPT-LINE
044280     PERFORM 3700-WRITE-REPORT-LINE
044290         THRU 3700-EXIT
044300     MOVE WS-OUTSTANDING-ADV-TOTAL TO WS-GRAND-EDIT
044310     MOVE SPACES TO EXPRPT-LINE
044320     STRING 'Outstanding Adv Total: ' DELIMITED BY SIZE
044330            WS-GRAND-EDIT DELIMITED BY SIZE
044340            INTO EXPRPT-LINE
044350     PERFORM 3700-WRITE-REPORT-LINE
044360         THRU 3700-EXIT
044370     MOVE WS-REBILL-COUNT TO WS-COUNT-FMT
044380     MOVE SPACES TO EXPRPT-LINE
044390     STRING 'Client Rebill Records: ' DELIMITED BY SIZE
044400            WS-COUNT-FMT DELIMITED BY SIZE
044410            INTO EXPRPT-LINE
044420     PERFORM 3700-WRITE-REPORT-LINE
044430         THRU 3700-EXIT
044440     MOVE WS-REBILL-TOTAL TO WS-GRAND-EDIT
044450     MOVE SPACES TO EXPRPT-LINE
044460     STRING 'Client Rebill Total: ' DELIMITED BY SIZE
044470            WS-GRAND-EDIT DELIMITED BY SIZE
044480            INTO EXPRPT-LINE
044490     PERFORM 3700-WRITE-REPORT-LINE
044500         THRU 3700-EXIT.
044510 3900-EXIT.
044520     EXIT.
044530
044540*****************************************************************
044550*  3950-WRITE-AUDIT
044560*      WRITE THIS RUN'S AUDIT RECORD TO THE CUMULATIVE EXPAUDIT
044570*      FILE - RUN DATE, TIME, AND MODE, THE RECORD COUNTS READ
044580*      AND WRITTEN, AND THE GRAND TOTALS - SO THE BALANCING
044590*      STEP CAN INDEPENDENTLY PROVE THE DAY'S EXTRACTS
044600*      CROSS-FOOT TO WHAT WAS PRINTED.
044610*****************************************************************
044620 3950-WRITE-AUDIT.
044630     MOVE WS-RUN-DATE        TO EXPAUDIT-RUN-DATE
044640     MOVE WS-RUN-TIME(1:6)   TO EXPAUDIT-RUN-TIME
044650     IF WS-RESTART-REQUESTED
044660         MOVE 'R' TO EXPAUDIT-RUN-MODE
044670     ELSE
044680         MOVE 'N' TO EXPAUDIT-RUN-MODE
044690     END-IF
044700     MOVE WS-HEADERS-READ    TO EXPAUDIT-HEADERS-READ
044710     MOVE WS-DETAILS-READ    TO EXPAUDIT-DETAILS-READ
044720     MOVE WS-REPORT-COUNT    TO EXPAUDIT-REPORTS-PRINTED
044730     MOVE WS-EXCP-WRITTEN    TO EXPAUDIT-EXCP-WRITTEN
044740     MOVE WS-GLEX-WRITTEN    TO EXPAUDIT-GLEX-WRITTEN
044750     MOVE WS-CKPT-WRITTEN    TO EXPAUDIT-CKPT-WRITTEN
044760     MOVE WS-GRAND-TOTAL     TO EXPAUDIT-GRAND-TOTAL
044770     MOVE WS-GRAND-MEALS     TO EXPAUDIT-GRAND-MEALS
044780     MOVE WS-EXCP-AMOUNT-TOTAL TO EXPAUDIT-EXCP-AMOUNT
044790     WRITE EXPAUDIT-RECORD.
044800 3950-EXIT.
044810     EXIT.
044820
044830*****************************************************************
044840*  3970-CLOSE-RUN-CONTROL
044850*      THE RUN COMPLETED - MARK THE BUSINESS DATE CLOSED ON THE
044860*      RUN CONTROL RECORD SO A SECOND SUBMISSION OF THE NORMAL
044870*      JOB REFUSES TO START.  OPERATIONS ADVANCES OR REOPENS THE
044880*      DATE WITH EXPRCT01.
044890*****************************************************************
044900 3970-CLOSE-RUN-CONTROL.
044910     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
044920     MOVE 'C'             TO EXPRNCTL-STATUS
044930     MOVE WS-SYS-DATE     TO EXPRNCTL-UPD-DATE
044940     MOVE WS-RUN-TIME(1:6) TO EXPRNCTL-UPD-TIME
044950     REWRITE EXPRNCTL-RECORD.
044960 3970-EXIT.
044970     EXIT.
044980
044990*****************************************************************
045000*  9000-ABEND
045010*      A FATAL CONDITION - A WORKING-STORAGE TABLE FILLED TO
045020*      CAPACITY BEFORE ITS INPUT WAS EXHAUSTED, OR BAD DATA THAT
045030*      FAILED A VALIDATION CHECK.  DISPLAY THE DIAGNOSTIC THE
045040*      CALLING PARAGRAPH MOVED TO WS-ABEND-MSG AND END THE RUN
045050*      WITH A NONZERO RETURN CODE SO THE JOB STEP SHOWS FAILED.
045060*****************************************************************
045070 9000-ABEND.
045080     DISPLAY WS-ABEND-MSG
045090     MOVE 16 TO RETURN-CODE
045100     STOP RUN.
045110
045120*****************************************************************
045130*  9999-TERMINATE
045140*****************************************************************
045150 9999-TERMINATE.
045160     CLOSE EXPTRANS
045170     CLOSE EXPRPT
045180     CLOSE EXPEXCP
045190     CLOSE EXPCKPT
045200     CLOSE EXPGLEX
045210     CLOSE EXPMAST
045220     CLOSE EXPREJ
045230     CLOSE EXPHIST
045240     CLOSE EXPDUP
045250     CLOSE EXPPAY
045260     CLOSE EXPAUDIT
045270     CLOSE EXPRNCTL
045280     CLOSE EXPADVL
045290     CLOSE EXPTAUTH
045300     CLOSE EXPBUDG
045310     CLOSE EXPTAXX
045320     CLOSE EXPRCPT
045330     CLOSE EXPSUSP
045340     CLOSE EXPARCH
045350     CLOSE EXPPROJ
045360     CLOSE EXPRBIL.
045370 9999-EXIT.
045380     EXIT.
