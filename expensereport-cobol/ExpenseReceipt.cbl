000010*****************************************************************
000020*  PROGRAM-ID   : EXPRCP01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      RECEIPT SUBSTANTIATION FOR THE DAILY TRAVEL EXPENSE
000090*      BATCH.  THE REPORT PROGRAM EXPRPT01 HOLDS EVERY LINE
000100*      OVER ITS TYPE'S RECEIPT THRESHOLD THAT CAME IN WITHOUT A
000110*      RECEIPT ON THE KEYED EXPRCPT PENDING-RECEIPT FILE.  THIS
000120*      PROGRAM POSTS THE IMAGING TEAM'S DAILY RECEIPT-ARRIVAL
000130*      FEED AGAINST THAT FILE - A MATCHED LINE IS RELEASED AND
000140*      ITS HELD AMOUNT, LESS ANY ADVANCE ALREADY NETTED AGAINST
000150*      IT, GOES TO AP ON THE EXPPAY PAYMENT EXTRACT (AND, FOR A
000160*      LATE CLAIM, TO PAYROLL ON THE EXPTAXX TAXABLE EXTRACT).
000170*      ARRIVALS THAT MATCH NO HELD LINE GO, REASON-CODED, TO THE
000180*      EXPRCPRJ REJECT FILE.  THE WHOLE FILE IS THEN READ AND
000190*      EVERY LINE STILL WAITING IS PRINTED WITH THE DAYS IT HAS
000200*      BEEN HELD; ONE STILL WAITING PAST ITS POLICY RECEIPT
000210*      WINDOW IS DENIED, ITS GL POSTING REVERSED ON THE EXPGLRV
000220*      REVERSAL FILE, AND ITS AMOUNT TAKEN BACK OFF ITS
000230*      DEPARTMENT'S BUDGET ACTUALS - THE SAME WAY THE APPROVAL
000240*      PROGRAM EXPAPR01 REVERSES A DENIED EXCEPTION.
000250*
000260*  MODIFICATION HISTORY
000270*  DATE       INIT DESCRIPTION
000280*  ---------- ---- ------------------------------------------
000290*  2026-10-15 CAH  ORIGINAL VERSION.
000300*  2026-10-15 CAH  EVERY LINE RELEASED OR DENIED IS NOW ADDED TO
000310*                  ITS REPORT ON THE EXPARCH LINE-LEVEL CLAIM
000320*                  ARCHIVE AS AN EVENT RECORD - WHEN, ON WHAT
000330*                  RECEIPT IMAGE, AND WHAT IT PAID UNDER WHAT
000340*                  REFERENCE - SO A REPRINTED REPORT SHOWS WHAT
000350*                  BECAME OF ITS RECEIPT HOLDS.
000360*  2026-10-15 CAH  A DENIED LINE'S GL REVERSAL NOW CARRIES THE
000370*                  EMPLOYEE'S COST CENTER FROM THE PENDING-RECEIPT
000380*                  RECORD, WITH NO PROJECT.
000390*  2026-10-15 CAH  THE HELD DATE IS NOW PART OF THE EXPRCPT
000400*                  KEY, SO AN ARRIVAL IS MATCHED TO THE FIRST
000410*                  STILL-PENDING HOLD OF ITS REPORT AND LINE FOR
000420*                  THE EMPLOYEE.  A DENIED LINE NOW REVERSES THE
000430*                  WAY THE REPORT RUN POSTED IT - ONE REVERSAL
000440*                  PER GL ACCOUNT, COST CENTER, AND PROJECT ON
000450*                  ITS ARCHIVED GL DISTRIBUTION, EACH TAKEN OFF
000460*                  THAT COST CENTER'S BUDGET - AND ITS ADVANCE
000470*                  OFFSET IS TAKEN BACK OFF THE EXPADVL LEDGER,
000480*                  REOPENING THE ADVANCE.  A LINE HELD BEFORE THE
000490*                  DISTRIBUTION WAS ARCHIVED REVERSES AS BEFORE.
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.    EXPRCP01.
000530 AUTHOR.        C. A. HUJER.
000540 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000550 DATE-WRITTEN.  2026-10-15.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT EXPIMGF ASSIGN TO EXPIMGF
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT EXPRCPT ASSIGN TO EXPRCPT
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EXPRCPT-KEY.
000670     SELECT EXPBUDG ASSIGN TO EXPBUDG
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS EXPBUDG-KEY.
000710     SELECT EXPRCPRJ ASSIGN TO EXPRCPRJ
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT EXPPAY ASSIGN TO EXPPAY
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT EXPTAXX ASSIGN TO EXPTAXX
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT EXPGLRV ASSIGN TO EXPGLRV
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT EXPRCRPT ASSIGN TO EXPRCRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000820         ORGANIZATION IS SEQUENTIAL.
000830     SELECT OPTIONAL EXPARCH ASSIGN TO EXPARCH
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS EXPARCH-KEY
000870         ALTERNATE RECORD KEY IS EXPARCH-EMP-ID
000880             WITH DUPLICATES.
000890     SELECT EXPADVL ASSIGN TO EXPADVL
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS EXPADVL-KEY.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  EXPIMGF
000970     RECORDING MODE IS F.
000980     COPY EXPIMGF.
000990
001000 FD  EXPRCPT
001010     RECORDING MODE IS F.
001020     COPY EXPRCPT.
001030
001040 FD  EXPBUDG
001050     RECORDING MODE IS F.
001060     COPY EXPBUDG.
001070
001080 FD  EXPRCPRJ
001090     RECORDING MODE IS F.
001100     COPY EXPRCPRJ.
001110
001120 FD  EXPPAY
001130     RECORDING MODE IS F.
001140     COPY EXPPAY.
001150
001160 FD  EXPTAXX
001170     RECORDING MODE IS F.
001180     COPY EXPTAXX.
001190
001200 FD  EXPGLRV
001210     RECORDING MODE IS F.
001220     COPY EXPGLEX.
001230
001240 FD  EXPRCRPT
001250     RECORDING MODE IS F.
001260     COPY EXPRCRPT.
001270
001280 FD  EXPRNCTL
001290     RECORDING MODE IS F.
001300     COPY EXPRNCTL.
001310
001320 FD  EXPARCH
001330     RECORDING MODE IS F.
001340     COPY EXPARCH.
001350
001360 FD  EXPADVL
001370     RECORDING MODE IS F.
001380     COPY EXPADVL.
001390
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001420*    SWITCHES
001430*----------------------------------------------------------------
001440 01  WS-EXPIMGF-EOF-SW           PIC X(01)   VALUE 'N'.
001450         88  WS-EXPIMGF-EOF                       VALUE 'Y'.
001460         88  WS-EXPIMGF-NOT-EOF                   VALUE 'N'.
001470 01  WS-EXPRCPT-EOF-SW           PIC X(01)   VALUE 'N'.
001480         88  WS-EXPRCPT-EOF                       VALUE 'Y'.
001490         88  WS-EXPRCPT-NOT-EOF                   VALUE 'N'.
001500 01  WS-BUD-FOUND-SW             PIC X(01)   VALUE 'N'.
001510         88  WS-BUD-FOUND                         VALUE 'Y'.
001520         88  WS-BUD-NOT-FOUND                     VALUE 'N'.
001530 01  WS-ARCH-WRITTEN-SW          PIC X(01)   VALUE 'N'.
001540         88  WS-ARCH-WRITTEN                      VALUE 'Y'.
001550         88  WS-ARCH-NOT-WRITTEN                  VALUE 'N'.
001560 01  WS-ARCH-SCAN-SW             PIC X(01)   VALUE 'N'.
001570         88  WS-ARCH-SCAN-DONE                    VALUE 'Y'.
001580         88  WS-ARCH-SCAN-MORE                    VALUE 'N'.
001590 01  WS-HOLD-SCAN-SW             PIC X(01)   VALUE 'N'.
001600         88  WS-HOLD-SCAN-DONE                    VALUE 'Y'.
001610         88  WS-HOLD-SCAN-MORE                    VALUE 'N'.
001620
001630*----------------------------------------------------------------
001640*    COUNTERS AND TOTALS FOR THE RECEIPT SUMMARY
001650*----------------------------------------------------------------
001660 77  WS-ARRIVALS-READ            PIC 9(05)   COMP VALUE 0.
001670 77  WS-RELEASED-COUNT           PIC 9(05)   COMP VALUE 0.
001680 77  WS-REJECT-COUNT             PIC 9(05)   COMP VALUE 0.
001690 77  WS-PAYMENT-COUNT            PIC 9(05)   COMP VALUE 0.
001700 77  WS-TAXABLE-COUNT            PIC 9(05)   COMP VALUE 0.
001710 77  WS-PENDING-COUNT            PIC 9(05)   COMP VALUE 0.
001720 77  WS-DENIED-COUNT             PIC 9(05)   COMP VALUE 0.
001730 77  WS-REVERSAL-COUNT           PIC 9(05)   COMP VALUE 0.
001740 01  WS-RELEASED-TOTAL           PIC 9(10)V99      VALUE 0.
001750 01  WS-PAYMENT-TOTAL            PIC 9(10)V99      VALUE 0.
001760 01  WS-PENDING-TOTAL            PIC 9(10)V99      VALUE 0.
001770 01  WS-DENIED-TOTAL             PIC 9(10)V99      VALUE 0.
001780 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001790
001800*----------------------------------------------------------------
001810*    RECEIPT AGING - DAY AGES USE THE SAME APPROXIMATE DAY
001820*    SERIAL (YEAR*365 + MONTH*31 + DAY) THE APPROVAL AND ADVANCE
001830*    PROGRAMS USE.  A HELD LINE WITHOUT A USABLE HELD DATE AGES
001840*    AS ZERO RATHER THAN BEING DENIED ON A GUESS.
001850*----------------------------------------------------------------
001860 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001870 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
001880 01  WS-HELD-SERIAL              PIC 9(07)   COMP VALUE 0.
001890 01  WS-DAYS-HELD                PIC S9(07)  COMP VALUE 0.
001900 01  WS-WORK-DATE.
001910         05  WS-WORK-DATE-X              PIC X(08).
001920         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001930             10  WS-WORK-YYYY        PIC 9(04).
001940             10  WS-WORK-MM          PIC 9(02).
001950             10  WS-WORK-DD          PIC 9(02).
001960
001970*----------------------------------------------------------------
001980*    PAYMENT WORK AREAS - A RELEASED LINE PAYS ITS HELD AMOUNT
001990*    LESS THE ADVANCE THE REPORT RUN NETTED AGAINST IT.  THE
002000*    PAYMENT REFERENCE IDENTIFIES THE SOURCE RUN ('ER'), THE
002010*    REPORT, AND THE RUN DATE; THE TAXABLE EXTRACT'S PAY PERIOD
002020*    IS SEMI-MONTHLY, 01 FOR JANUARY 1ST-15TH THROUGH 24 FOR
002030*    DECEMBER 16TH-31ST.
002040*----------------------------------------------------------------
002050 01  WS-RELEASE-AMOUNT           PIC 9(08)V99      VALUE 0.
002060 01  WS-PAY-REF.
002070         05  WS-PAY-REF-SOURCE           PIC X(02).
002080         05  WS-PAY-REF-REPORT           PIC 9(06).
002090         05  WS-PAY-REF-DATE             PIC X(08).
002100 01  WS-TAX-PAY-PERIOD.
002110         05  WS-TAX-PAY-YEAR             PIC X(04).
002120         05  WS-TAX-PAY-PERIOD-NO        PIC 9(02).
002130
002140*----------------------------------------------------------------
002150*    BUDGET REVERSAL - EACH REVERSAL OF A DENIED LINE COMES OFF
002160*    THE ACTUAL OF THE ACCOUNT IT POSTS TO ON THE BUDGET RECORD
002170*    FOR THE LINE'S DEPARTMENT AND THE COST CENTER IT POSTS TO,
002180*    FOR THE MONTH THE LINE WAS HELD (THE MONTH THE REPORT RUN
002190*    POSTED IT).  A DEPARTMENT WITH NO BUDGET FOR THAT MONTH
002200*    HAS NOTHING TO UPDATE.
002210*----------------------------------------------------------------
002220 77  WS-MAX-BUD-ACCTS            PIC 9(03)   COMP VALUE 10.
002230 77  WS-BUD-SUB                  PIC 9(03)   COMP VALUE 0.
002240 77  WS-BUD-MATCH-SUB            PIC 9(03)   COMP VALUE 0.
002250
002260*----------------------------------------------------------------
002270*    DENIAL REVERSAL WORK AREAS - ONE REVERSAL'S AMOUNT, GL
002280*    ACCOUNT, COST CENTER, AND PROJECT.  A DENIED LINE WITH NO
002290*    GL DISTRIBUTION ON THE ARCHIVE REVERSES AS ONE AMOUNT FROM
002300*    ITS PENDING-RECEIPT RECORD.
002310*----------------------------------------------------------------
002320 77  WS-DST-FOUND-COUNT          PIC 9(05)   COMP VALUE 0.
002330 01  WS-REV-AMOUNT               PIC 9(08)V99      VALUE 0.
002340 01  WS-REV-GL-ACCT              PIC X(08)   VALUE SPACES.
002350 01  WS-REV-COST-CENTER          PIC X(08)   VALUE SPACES.
002360 01  WS-REV-PROJECT              PIC X(08)   VALUE SPACES.
002370
002380*----------------------------------------------------------------
002390*    ADVANCE GIVE-BACK - THE REPORT RUN SETTLED THE REPORT'S CASH
002400*    ADVANCES AGAINST ITS WHOLE TOTAL, HELD LINES INCLUDED, AND
002410*    STAMPED THE PART OF THE ADVANCE RESTING ON A HELD LINE AS
002420*    ITS ADVANCE OFFSET.  A DENIED LINE GIVES ITS OFFSET BACK,
002430*    TAKEN OFF THE SETTLED AMOUNT OF THE REPORT'S ADVANCES ON
002440*    THE EXPADVL LEDGER IN THE ORDER THE ARCHIVE CARRIES THEM.
002450*----------------------------------------------------------------
002460 01  WS-ADV-GIVE-BACK            PIC 9(08)V99      VALUE 0.
002470 01  WS-ADV-GIVE-ONE             PIC 9(08)V99      VALUE 0.
002480 01  WS-ADV-BALANCE              PIC S9(09)V99     VALUE 0.
002490
002500*----------------------------------------------------------------
002510*    REPORT WORK AREAS
002520*----------------------------------------------------------------
002530 01  WS-REJECT-REASON            PIC X(02)   VALUE SPACES.
002540 01  WS-ACTION-FLAG              PIC X(08)   VALUE SPACES.
002550 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
002560 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
002570 01  WS-COUNT-FMT                PIC Z(04)9.
002580 01  WS-DAYS-FMT                 PIC Z(04)9.
002590 01  WS-WINDOW-FMT               PIC ZZ9.
002600
002610 PROCEDURE DIVISION.
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE
002640         THRU 1000-EXIT
002650     PERFORM 2000-POST-ARRIVAL
002660         THRU 2000-EXIT
002670         UNTIL WS-EXPIMGF-EOF
002680     PERFORM 3000-AGE-PENDING
002690         THRU 3000-EXIT
002700     PERFORM 3900-PRINT-RECEIPT-SUMMARY
002710         THRU 3900-EXIT
002720     PERFORM 9999-TERMINATE
002730         THRU 9999-EXIT
002740     STOP RUN.
002750
002760*****************************************************************
002770*  1000-INITIALIZE
002780*      OPEN THE FILES, PICK UP THE RUN DATE FOR THE AGING AND
002790*      THE PAYMENT REFERENCES, AND PRIME THE FIRST READ OF THE
002800*      IMAGING FEED.
002810*****************************************************************
002820 1000-INITIALIZE.
002830     OPEN INPUT EXPIMGF
002840     OPEN I-O EXPRCPT
002850     OPEN I-O EXPBUDG
002860     OPEN OUTPUT EXPRCPRJ
002870     OPEN OUTPUT EXPPAY
002880     OPEN OUTPUT EXPTAXX
002890     OPEN OUTPUT EXPGLRV
002900     OPEN OUTPUT EXPRCRPT
002910     OPEN I-O EXPARCH
002920     OPEN I-O EXPADVL
002930*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
002940*    THE SYSTEM CLOCK, SO RECEIPT AGING AND PAYMENT REFERENCES
002950*    STAY ON THE BUSINESS DAY BEING PROCESSED.
002960     OPEN INPUT EXPRNCTL
002970     READ EXPRNCTL
002980         AT END
002990             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
003000                 TO WS-ABEND-MSG
003010             GO TO 9000-ABEND
003020     END-READ
003030     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
003040     CLOSE EXPRNCTL
003050     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
003060     COMPUTE WS-RUN-SERIAL =
003070         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
003080     MOVE WS-WORK-DATE-X(1:4) TO WS-TAX-PAY-YEAR
003090     COMPUTE WS-TAX-PAY-PERIOD-NO = (WS-WORK-MM - 1) * 2 + 1
003100     IF WS-WORK-DD > 15
003110         ADD 1 TO WS-TAX-PAY-PERIOD-NO
003120     END-IF
003130     MOVE SPACES TO EXPRCRPT-LINE
003140     STRING 'Pending Receipt Release and Aging - '
003150                DELIMITED BY SIZE
003160            WS-RUN-DATE DELIMITED BY SIZE
003170            INTO EXPRCRPT-LINE
003180     WRITE EXPRCRPT-RECORD
003190     MOVE SPACES TO EXPRCRPT-LINE
003200     WRITE EXPRCRPT-RECORD
003210     PERFORM 2090-READ-ARRIVAL
003220         THRU 2090-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270*  2000-POST-ARRIVAL
003280*      MATCH THE RECEIPT ARRIVAL ALREADY IN THE EXPIMGF BUFFER
003290*      TO ITS HELD LINE AND RELEASE THE LINE FOR PAYMENT - OR
003300*      REJECT THE ARRIVAL WITH A REASON CODE - AND READ THE
003310*      NEXT ONE.  A REPORT NUMBER RESUBMITTED ON A LATER DAY
003320*      CAN HOLD THE SAME LINE MORE THAN ONCE, SO EVERY HOLD OF
003330*      THE REPORT AND LINE IS LOOKED AT, OLDEST FIRST.
003340*****************************************************************
003350 2000-POST-ARRIVAL.
003360     MOVE SPACES TO WS-REJECT-REASON
003370     IF EXPIMGF-REPORT-NO IS NOT NUMERIC
003380         OR EXPIMGF-LINE-NO IS NOT NUMERIC
003390         OR EXPIMGF-RECEIPT-DATE IS NOT NUMERIC
003400             MOVE '54' TO WS-REJECT-REASON
003410             GO TO 2000-NEXT
003420     END-IF
003430     MOVE '51' TO WS-REJECT-REASON
003440     MOVE EXPIMGF-REPORT-NO TO EXPRCPT-REPORT-NO
003450     MOVE EXPIMGF-LINE-NO   TO EXPRCPT-LINE-NO
003460     MOVE LOW-VALUES        TO EXPRCPT-HELD-DATE
003470     START EXPRCPT KEY IS NOT LESS THAN EXPRCPT-KEY
003480         INVALID KEY
003490             GO TO 2000-NEXT
003500     END-START
003510     SET WS-HOLD-SCAN-MORE TO TRUE
003520     PERFORM 2050-FIND-HELD-LINE
003530         THRU 2050-EXIT
003540         UNTIL WS-HOLD-SCAN-DONE
003550     IF WS-REJECT-REASON = SPACES
003560         PERFORM 2100-RELEASE-LINE
003570             THRU 2100-EXIT
003580     END-IF.
003590 2000-NEXT.
003600     IF WS-REJECT-REASON NOT = SPACES
003610         PERFORM 2500-REJECT-ARRIVAL
003620             THRU 2500-EXIT
003630     END-IF
003640     PERFORM 2090-READ-ARRIVAL
003650         THRU 2090-EXIT.
003660 2000-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*  2050-FIND-HELD-LINE
003710*      READ THE NEXT HOLD IN KEY ORDER.  ONCE PAST THE ARRIVAL'S
003720*      REPORT AND LINE THE SEARCH IS DONE; THE FIRST HOLD STILL
003730*      PENDING FOR THE ARRIVAL'S EMPLOYEE IS THE ONE RELEASED,
003740*      LEFT IN THE EXPRCPT BUFFER.  FAILING THAT THE ARRIVAL IS
003750*      REJECTED 52 WHEN NO HOLD OF THE LINE IS THE EMPLOYEE'S,
003760*      OR 53 WHEN THE EMPLOYEE'S HOLDS ARE ALL RELEASED OR
003770*      DENIED ALREADY.
003780*****************************************************************
003790 2050-FIND-HELD-LINE.
003800     READ EXPRCPT NEXT RECORD
003810         AT END
003820             SET WS-HOLD-SCAN-DONE TO TRUE
003830             GO TO 2050-EXIT
003840     END-READ
003850     IF EXPRCPT-REPORT-NO NOT = EXPIMGF-REPORT-NO
003860         OR EXPRCPT-LINE-NO NOT = EXPIMGF-LINE-NO
003870             SET WS-HOLD-SCAN-DONE TO TRUE
003880             GO TO 2050-EXIT
003890     END-IF
003900     IF EXPIMGF-EMP-ID NOT = EXPRCPT-EMP-ID
003910         IF WS-REJECT-REASON = '51'
003920             MOVE '52' TO WS-REJECT-REASON
003930         END-IF
003940         GO TO 2050-EXIT
003950     END-IF
003960     IF NOT EXPRCPT-PENDING
003970         MOVE '53' TO WS-REJECT-REASON
003980         GO TO 2050-EXIT
003990     END-IF
004000     MOVE SPACES TO WS-REJECT-REASON
004010     SET WS-HOLD-SCAN-DONE TO TRUE.
004020 2050-EXIT.
004030     EXIT.
004040
004050*****************************************************************
004060*  2090-READ-ARRIVAL
004070*      READ THE NEXT RECORD FROM THE IMAGING TEAM'S FEED.
004080*****************************************************************
004090 2090-READ-ARRIVAL.
004100     READ EXPIMGF
004110         AT END
004120             SET WS-EXPIMGF-EOF TO TRUE
004130             GO TO 2090-EXIT
004140     END-READ
004150     ADD 1 TO WS-ARRIVALS-READ.
004160 2090-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200*  2100-RELEASE-LINE
004210*      THE RECEIPT FOR THE HELD LINE IN THE EXPRCPT BUFFER HAS
004220*      ARRIVED - MARK THE LINE RELEASED WITH THE RECEIPT'S DATE
004230*      AND IMAGE, PAY IT, AND PRINT ITS LINE.  A LINE THE
004240*      REPORT'S ADVANCE FULLY COVERED RELEASES NO MONEY AND
004250*      CUTS NO PAYMENT.
004260*****************************************************************
004270 2100-RELEASE-LINE.
004280     SET EXPRCPT-RELEASED        TO TRUE
004290     MOVE EXPIMGF-RECEIPT-DATE   TO EXPRCPT-RECEIPT-DATE
004300     MOVE EXPIMGF-IMAGE-ID       TO EXPRCPT-IMAGE-ID
004310     MOVE WS-RUN-DATE            TO EXPRCPT-ACTION-DATE
004320     REWRITE EXPRCPT-RECORD
004330         INVALID KEY
004340             MOVE 'PENDING RECEIPT REWRITE FAILED'
004350                 TO WS-ABEND-MSG
004360             GO TO 9000-ABEND
004370     END-REWRITE
004380     ADD 1 TO WS-RELEASED-COUNT
004390     ADD EXPRCPT-AMOUNT TO WS-RELEASED-TOTAL
004400     MOVE 0 TO WS-RELEASE-AMOUNT
004410     IF EXPRCPT-AMOUNT > EXPRCPT-ADV-OFFSET
004420         COMPUTE WS-RELEASE-AMOUNT =
004430             EXPRCPT-AMOUNT - EXPRCPT-ADV-OFFSET
004440         PERFORM 2200-WRITE-PAYMENT
004450             THRU 2200-EXIT
004460     END-IF
004470     PERFORM 2300-ARCHIVE-RECEIPT-EVENT
004480         THRU 2300-EXIT
004490     MOVE WS-RELEASE-AMOUNT TO WS-AMOUNT-FMT
004500     MOVE SPACES TO EXPRCRPT-LINE
004510     STRING 'Released ' DELIMITED BY SIZE
004520            EXPRCPT-REPORT-NO DELIMITED BY SIZE
004530            ' Line ' DELIMITED BY SIZE
004540            EXPRCPT-LINE-NO DELIMITED BY SIZE
004550            ' ' DELIMITED BY SIZE
004560            EXPRCPT-EMP-ID DELIMITED BY SIZE
004570            ' ' DELIMITED BY SIZE
004580            EXPRCPT-TYPE-NAME DELIMITED BY SIZE
004590            ' Paid' DELIMITED BY SIZE
004600            WS-AMOUNT-FMT DELIMITED BY SIZE
004610            INTO EXPRCRPT-LINE
004620     WRITE EXPRCRPT-RECORD.
004630 2100-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*  2200-WRITE-PAYMENT
004680*      CUT THE ACCOUNTS PAYABLE PAYMENT RECORD FOR THE LINE
004690*      JUST RELEASED.  A LINE HELD FROM A LATE CLAIM IS TAXABLE
004700*      IN FULL AND ALSO GOES TO THE PAYROLL TAXABLE EXTRACT.
004710*****************************************************************
004720 2200-WRITE-PAYMENT.
004730     MOVE EXPRCPT-EMP-ID      TO EXPPAY-EMP-ID
004740     MOVE EXPRCPT-EMP-NAME    TO EXPPAY-EMP-NAME
004750     MOVE EXPRCPT-REPORT-NO   TO EXPPAY-REPORT-NO
004760     MOVE WS-RELEASE-AMOUNT   TO EXPPAY-AMOUNT
004770     MOVE 'ER'                TO WS-PAY-REF-SOURCE
004780     MOVE EXPRCPT-REPORT-NO   TO WS-PAY-REF-REPORT
004790     MOVE WS-RUN-DATE         TO WS-PAY-REF-DATE
004800     MOVE WS-PAY-REF          TO EXPPAY-PAY-REF
004810     IF EXPRCPT-LATE-CLAIM
004820         MOVE WS-RELEASE-AMOUNT TO EXPPAY-TAXABLE-AMT
004830     ELSE
004840         MOVE 0 TO EXPPAY-TAXABLE-AMT
004850     END-IF
004860     WRITE EXPPAY-RECORD
004870     ADD 1 TO WS-PAYMENT-COUNT
004880     ADD WS-RELEASE-AMOUNT TO WS-PAYMENT-TOTAL
004890     IF EXPRCPT-LATE-CLAIM
004900         PERFORM 2210-WRITE-TAXABLE-EXTRACT
004910             THRU 2210-EXIT
004920     END-IF.
004930 2200-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970*  2210-WRITE-TAXABLE-EXTRACT
004980*      WRITE THE PAYROLL TAXABLE EXTRACT RECORD FOR THE PAYMENT
004990*      JUST CUT, IN THE PAY PERIOD OF THE RUN DATE, TIED TO THE
005000*      PAYMENT BY ITS REFERENCE.
005010*****************************************************************
005020 2210-WRITE-TAXABLE-EXTRACT.
005030     MOVE SPACES              TO EXPTAXX-RECORD
005040     MOVE EXPRCPT-EMP-ID      TO EXPTAXX-EMP-ID
005050     MOVE EXPRCPT-EMP-NAME    TO EXPTAXX-EMP-NAME
005060     MOVE WS-TAX-PAY-PERIOD   TO EXPTAXX-PAY-PERIOD
005070     MOVE EXPRCPT-REPORT-NO   TO EXPTAXX-REPORT-NO
005080     MOVE WS-PAY-REF          TO EXPTAXX-PAY-REF
005090     MOVE EXPRCPT-TAX-REASON  TO EXPTAXX-REASON
005100     MOVE WS-RELEASE-AMOUNT   TO EXPTAXX-TAXABLE-AMT
005110     MOVE WS-RUN-DATE         TO EXPTAXX-PAID-DATE
005120     WRITE EXPTAXX-RECORD
005130     ADD 1 TO WS-TAXABLE-COUNT.
005140 2210-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180*  2300-ARCHIVE-RECEIPT-EVENT
005190*      ADD THE RELEASE OR DENIAL JUST POSTED FOR THE HELD LINE IN
005200*      THE EXPRCPT BUFFER TO ITS REPORT ON THE CLAIM ARCHIVE -
005210*      FILED UNDER THE REPORT NUMBER AND THE DATE THE REPORT RUN
005220*      HELD THE LINE, WHICH IS THE DATE THE REPORT WAS PROCESSED
005230*      - WITH THE RECEIPT IMAGE AND, FOR A RELEASE, WHAT IT PAID
005240*      AND UNDER WHAT PAYMENT REFERENCE.
005250*****************************************************************
005260 2300-ARCHIVE-RECEIPT-EVENT.
005270     MOVE SPACES              TO EXPARCH-RECORD
005280     MOVE EXPRCPT-REPORT-NO   TO EXPARCH-REPORT-NO
005290     MOVE EXPRCPT-HELD-DATE   TO EXPARCH-RUN-DATE
005300     SET EXPARCH-EVENT        TO TRUE
005310     MOVE EXPRCPT-EMP-ID      TO EXPARCH-EMP-ID
005320     MOVE WS-RUN-DATE         TO EXPARCH-EVT-DATE
005330     SET EXPARCH-EVT-RECEIPT  TO TRUE
005340     MOVE EXPRCPT-TYPE-NAME   TO EXPARCH-EVT-TYPE-NAME
005350     MOVE EXPRCPT-LINE-NO     TO EXPARCH-EVT-LINE-NO
005360     MOVE EXPRCPT-AMOUNT      TO EXPARCH-EVT-AMOUNT
005370     MOVE EXPRCPT-IMAGE-ID    TO EXPARCH-EVT-ACTED-BY
005380     IF EXPRCPT-RELEASED
005390         SET EXPARCH-EVT-RELEASED TO TRUE
005400         MOVE WS-RELEASE-AMOUNT   TO EXPARCH-EVT-PAID-AMOUNT
005410         IF WS-RELEASE-AMOUNT > 0
005420             MOVE WS-PAY-REF      TO EXPARCH-EVT-PAY-REF
005430         END-IF
005440     ELSE
005450         SET EXPARCH-EVT-DENIED   TO TRUE
005460         MOVE 0                   TO EXPARCH-EVT-PAID-AMOUNT
005470     END-IF
005480     MOVE 0 TO EXPARCH-SEQ
005490     SET WS-ARCH-NOT-WRITTEN TO TRUE
005500     PERFORM 2310-WRITE-ARCHIVE-EVENT
005510         THRU 2310-EXIT
005520         UNTIL WS-ARCH-WRITTEN.
005530 2300-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570*  2310-WRITE-ARCHIVE-EVENT
005580*      WRITE THE EVENT RECORD UNDER THE NEXT SEQUENCE NUMBER.
005590*      THE REPORT'S EARLIER APPROVAL AND RECEIPT EVENTS ALREADY
005600*      HOLD THE LOWER NUMBERS, SO A KEY ALREADY ON FILE JUST
005610*      MOVES IT ON TO THE NEXT.
005620*****************************************************************
005630 2310-WRITE-ARCHIVE-EVENT.
005640     IF EXPARCH-SEQ = 9999
005650         MOVE 'CLAIM ARCHIVE EVENT SEQUENCE FULL' TO WS-ABEND-MSG
005660         GO TO 9000-ABEND
005670     END-IF
005680     ADD 1 TO EXPARCH-SEQ
005690     WRITE EXPARCH-RECORD
005700         INVALID KEY
005710             GO TO 2310-EXIT
005720     END-WRITE
005730     SET WS-ARCH-WRITTEN TO TRUE.
005740 2310-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780*  2500-REJECT-ARRIVAL
005790*      WRITE THE ARRIVAL RECORD UNCHANGED TO THE EXPRCPRJ
005800*      REJECT FILE, PREFIXED WITH THE REASON CODE, AND PRINT ITS
005810*      LINE ON THE RECEIPT REPORT.
005820*****************************************************************
005830 2500-REJECT-ARRIVAL.
005840     ADD 1 TO WS-REJECT-COUNT
005850     MOVE WS-REJECT-REASON TO EXPRCPRJ-REASON-CODE
005860     MOVE EXPIMGF-RECORD   TO EXPRCPRJ-ARRIVAL-IMAGE
005870     WRITE EXPRCPRJ-RECORD
005880     MOVE SPACES TO EXPRCRPT-LINE
005890     STRING 'Rejected Arrival ' DELIMITED BY SIZE
005900            WS-REJECT-REASON DELIMITED BY SIZE
005910            ' ' DELIMITED BY SIZE
005920            EXPIMGF-REPORT-NO DELIMITED BY SIZE
005930            ' Line ' DELIMITED BY SIZE
005940            EXPIMGF-LINE-NO DELIMITED BY SIZE
005950            ' ' DELIMITED BY SIZE
005960            EXPIMGF-EMP-ID DELIMITED BY SIZE
005970            ' ' DELIMITED BY SIZE
005980            EXPIMGF-IMAGE-ID DELIMITED BY SIZE
005990            INTO EXPRCRPT-LINE
006000     WRITE EXPRCRPT-RECORD.
006010 2500-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050*  3000-AGE-PENDING
006060*      READ THE WHOLE PENDING-RECEIPT FILE IN KEY ORDER - REPORT,
006070*      LINE, THEN HELD DATE - AND AGE EVERY LINE STILL WAITING
006080*      FOR ITS RECEIPT, DENYING THOSE PAST THEIR RECEIPT WINDOW.
006090*      RELEASED AND DENIED LINES ARE PASSED OVER.
006100*****************************************************************
006110 3000-AGE-PENDING.
006120     MOVE SPACES TO EXPRCRPT-LINE
006130     WRITE EXPRCRPT-RECORD
006140     MOVE 'Lines Awaiting Receipts: ' TO EXPRCRPT-LINE
006150     WRITE EXPRCRPT-RECORD
006160     MOVE LOW-VALUES TO EXPRCPT-KEY
006170     START EXPRCPT KEY IS NOT LESS THAN EXPRCPT-KEY
006180         INVALID KEY
006190             SET WS-EXPRCPT-EOF TO TRUE
006200             GO TO 3000-EXIT
006210     END-START
006220     PERFORM 3090-READ-PENDING
006230         THRU 3090-EXIT
006240     PERFORM 3100-AGE-ONE-LINE
006250         THRU 3100-EXIT
006260         UNTIL WS-EXPRCPT-EOF.
006270 3000-EXIT.
006280     EXIT.
006290
006300*****************************************************************
006310*  3090-READ-PENDING
006320*      READ THE NEXT HELD LINE FROM THE FILE IN KEY ORDER.
006330*****************************************************************
006340 3090-READ-PENDING.
006350     READ EXPRCPT NEXT RECORD
006360         AT END
006370             SET WS-EXPRCPT-EOF TO TRUE
006380     END-READ.
006390 3090-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*  3100-AGE-ONE-LINE
006440*      AGE THE HELD LINE IN THE EXPRCPT BUFFER FROM THE DATE THE
006450*      REPORT RUN HELD IT AND PRINT IT.  A LINE HELD LONGER THAN
006460*      ITS RECEIPT WINDOW IS DENIED.
006470*****************************************************************
006480 3100-AGE-ONE-LINE.
006490     IF NOT EXPRCPT-PENDING
006500         GO TO 3100-NEXT
006510     END-IF
006520     MOVE 0 TO WS-DAYS-HELD
006530     MOVE EXPRCPT-HELD-DATE TO WS-WORK-DATE-X
006540     IF WS-WORK-DATE-X IS NUMERIC
006550         COMPUTE WS-HELD-SERIAL =
006560             WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
006570         COMPUTE WS-DAYS-HELD =
006580             WS-RUN-SERIAL - WS-HELD-SERIAL
006590         IF WS-DAYS-HELD < 0
006600             MOVE 0 TO WS-DAYS-HELD
006610         END-IF
006620     END-IF
006630     MOVE SPACES TO WS-ACTION-FLAG
006640     IF WS-DAYS-HELD > EXPRCPT-WINDOW-DAYS
006650         PERFORM 3150-DENY-LINE
006660             THRU 3150-EXIT
006670     ELSE
006680         ADD 1 TO WS-PENDING-COUNT
006690         ADD EXPRCPT-AMOUNT TO WS-PENDING-TOTAL
006700     END-IF
006710     MOVE EXPRCPT-AMOUNT      TO WS-AMOUNT-FMT
006720     MOVE WS-DAYS-HELD        TO WS-DAYS-FMT
006730     MOVE EXPRCPT-WINDOW-DAYS TO WS-WINDOW-FMT
006740     MOVE SPACES TO EXPRCRPT-LINE
006750     STRING '  ' DELIMITED BY SIZE
006760            EXPRCPT-REPORT-NO DELIMITED BY SIZE
006770            '-' DELIMITED BY SIZE
006780            EXPRCPT-LINE-NO DELIMITED BY SIZE
006790            ' ' DELIMITED BY SIZE
006800            EXPRCPT-EMP-ID DELIMITED BY SIZE
006810            ' ' DELIMITED BY SIZE
006820            EXPRCPT-TYPE-NAME DELIMITED BY SIZE
006830            ' ' DELIMITED BY SIZE
006840            EXPRCPT-EXP-DATE DELIMITED BY SIZE
006850            WS-AMOUNT-FMT DELIMITED BY SIZE
006860            WS-DAYS-FMT DELIMITED BY SIZE
006870            '/' DELIMITED BY SIZE
006880            WS-WINDOW-FMT DELIMITED BY SIZE
006890            ' DAYS ' DELIMITED BY SIZE
006900            WS-ACTION-FLAG DELIMITED BY SIZE
006910            INTO EXPRCRPT-LINE
006920     WRITE EXPRCRPT-RECORD.
006930 3100-NEXT.
006940     PERFORM 3090-READ-PENDING
006950         THRU 3090-EXIT.
006960 3100-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*  3150-DENY-LINE
007010*      THE RECEIPT WINDOW HAS RUN OUT - REVERSE THE LINE'S GL
007020*      POSTINGS AS ITS ARCHIVED GL DISTRIBUTION RECORDS THEM,
007030*      EACH TAKEN BACK OFF ITS COST CENTER'S BUDGET ACTUALS,
007040*      GIVE ITS ADVANCE OFFSET BACK TO THE ADVANCE LEDGER, AND
007050*      MARK IT DENIED SO IT IS REVERSED ONCE AND ONCE ONLY.  A
007060*      LINE WITH NO DISTRIBUTION ON THE ARCHIVE REVERSES AS ONE
007070*      AMOUNT FROM ITS PENDING-RECEIPT RECORD.
007080*****************************************************************
007090 3150-DENY-LINE.
007100     MOVE 0 TO WS-DST-FOUND-COUNT
007110     PERFORM 3160-REVERSE-DISTRIBUTION
007120         THRU 3160-EXIT
007130     IF WS-DST-FOUND-COUNT = 0
007140         MOVE EXPRCPT-GL-ACCOUNT  TO WS-REV-GL-ACCT
007150         MOVE EXPRCPT-AMOUNT      TO WS-REV-AMOUNT
007160         MOVE EXPRCPT-COST-CENTER TO WS-REV-COST-CENTER
007170         MOVE SPACES              TO WS-REV-PROJECT
007180         PERFORM 3155-WRITE-ONE-REVERSAL
007190             THRU 3155-EXIT
007200         PERFORM 3200-UPDATE-BUDGET
007210             THRU 3200-EXIT
007220     END-IF
007230     IF EXPRCPT-ADV-OFFSET IS NUMERIC
007240         AND EXPRCPT-ADV-OFFSET > 0
007250             MOVE EXPRCPT-ADV-OFFSET TO WS-ADV-GIVE-BACK
007260             PERFORM 3170-RETURN-TO-LEDGER
007270                 THRU 3170-EXIT
007280     END-IF
007290     SET EXPRCPT-DENIED       TO TRUE
007300     MOVE WS-RUN-DATE         TO EXPRCPT-ACTION-DATE
007310     REWRITE EXPRCPT-RECORD
007320         INVALID KEY
007330             MOVE 'PENDING RECEIPT REWRITE FAILED'
007340                 TO WS-ABEND-MSG
007350             GO TO 9000-ABEND
007360     END-REWRITE
007370     ADD 1 TO WS-DENIED-COUNT
007380     ADD EXPRCPT-AMOUNT TO WS-DENIED-TOTAL
007390     PERFORM 2300-ARCHIVE-RECEIPT-EVENT
007400         THRU 2300-EXIT
007410     MOVE 'DENIED' TO WS-ACTION-FLAG.
007420 3150-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*  3155-WRITE-ONE-REVERSAL
007470*      WRITE ONE GL REVERSAL RECORD FOR THE DENIED LINE -
007480*      WS-REV-AMOUNT TO WS-REV-GL-ACCT, COST CENTER, AND
007490*      PROJECT.
007500*****************************************************************
007510 3155-WRITE-ONE-REVERSAL.
007520     MOVE EXPRCPT-REPORT-NO   TO EXPGLEX-REPORT-NO
007530     MOVE EXPRCPT-EMP-ID      TO EXPGLEX-EMP-ID
007540     MOVE WS-REV-GL-ACCT      TO EXPGLEX-GL-ACCOUNT
007550     MOVE EXPRCPT-TYPE-NAME   TO EXPGLEX-TYPE-NAME
007560     MOVE WS-REV-AMOUNT       TO EXPGLEX-AMOUNT
007570     MOVE SPACES              TO EXPGLEX-POST-DATE
007580     MOVE WS-REV-COST-CENTER  TO EXPGLEX-COST-CENTER
007590     MOVE WS-REV-PROJECT      TO EXPGLEX-PROJECT
007600     WRITE EXPGLEX-RECORD
007610     ADD 1 TO WS-REVERSAL-COUNT.
007620 3155-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*  3160-REVERSE-DISTRIBUTION
007670*      BROWSE THE REPORT'S GL DISTRIBUTION RECORDS ON THE
007680*      ARCHIVE - FILED UNDER THE REPORT NUMBER AND THE DATE THE
007690*      REPORT RUN HELD THE LINE - AND REVERSE EVERY ONE
007700*      BELONGING TO THE DENIED LINE'S RECEIPT HOLD.
007710*****************************************************************
007720 3160-REVERSE-DISTRIBUTION.
007730     MOVE EXPRCPT-REPORT-NO TO EXPARCH-REPORT-NO
007740     MOVE EXPRCPT-HELD-DATE TO EXPARCH-RUN-DATE
007750     SET EXPARCH-DISTRIB    TO TRUE
007760     MOVE 0                 TO EXPARCH-SEQ
007770     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
007780         INVALID KEY
007790             GO TO 3160-EXIT
007800     END-START
007810     SET WS-ARCH-SCAN-MORE TO TRUE
007820     PERFORM 3165-REVERSE-ONE-DISTRIB
007830         THRU 3165-EXIT
007840         UNTIL WS-ARCH-SCAN-DONE.
007850 3160-EXIT.
007860     EXIT.
007870
007880*****************************************************************
007890*  3165-REVERSE-ONE-DISTRIB
007900*      READ THE NEXT ARCHIVE RECORD.  ONCE PAST THE REPORT'S
007910*      DISTRIBUTION RECORDS THE BROWSE IS DONE; ONE FOR THE
007920*      DENIED LINE'S HOLD IS REVERSED TO ITS OWN ACCOUNT, COST
007930*      CENTER, AND PROJECT AND TAKEN OFF THAT COST CENTER'S
007940*      BUDGET.
007950*****************************************************************
007960 3165-REVERSE-ONE-DISTRIB.
007970     READ EXPARCH NEXT RECORD
007980         AT END
007990             SET WS-ARCH-SCAN-DONE TO TRUE
008000             GO TO 3165-EXIT
008010     END-READ
008020     IF EXPARCH-REPORT-NO NOT = EXPRCPT-REPORT-NO
008030         OR EXPARCH-RUN-DATE NOT = EXPRCPT-HELD-DATE
008040         OR NOT EXPARCH-DISTRIB
008050             SET WS-ARCH-SCAN-DONE TO TRUE
008060             GO TO 3165-EXIT
008070     END-IF
008080     IF NOT EXPARCH-DST-RECEIPT
008090         OR EXPARCH-DST-HOLD-SEQ NOT = EXPRCPT-LINE-NO
008100             GO TO 3165-EXIT
008110     END-IF
008120     ADD 1 TO WS-DST-FOUND-COUNT
008130     MOVE EXPARCH-DST-GL-ACCOUNT  TO WS-REV-GL-ACCT
008140     MOVE EXPARCH-DST-AMOUNT      TO WS-REV-AMOUNT
008150     MOVE EXPARCH-DST-COST-CENTER TO WS-REV-COST-CENTER
008160     MOVE EXPARCH-DST-PROJECT     TO WS-REV-PROJECT
008170     PERFORM 3155-WRITE-ONE-REVERSAL
008180         THRU 3155-EXIT
008190     PERFORM 3200-UPDATE-BUDGET
008200         THRU 3200-EXIT.
008210 3165-EXIT.
008220     EXIT.
008230
008240*****************************************************************
008250*  3170-RETURN-TO-LEDGER
008260*      BROWSE THE REPORT'S ADVANCE RECORDS ON THE ARCHIVE AND
008270*      TAKE THE GIVE-BACK OFF THEIR LEDGER SETTLEMENTS IN TURN
008280*      UNTIL IT IS USED UP.
008290*****************************************************************
008300 3170-RETURN-TO-LEDGER.
008310     MOVE EXPRCPT-REPORT-NO TO EXPARCH-REPORT-NO
008320     MOVE EXPRCPT-HELD-DATE TO EXPARCH-RUN-DATE
008330     SET EXPARCH-ADVANCE    TO TRUE
008340     MOVE 0                 TO EXPARCH-SEQ
008350     START EXPARCH KEY IS NOT LESS THAN EXPARCH-KEY
008360         INVALID KEY
008370             GO TO 3170-EXIT
008380     END-START
008390     SET WS-ARCH-SCAN-MORE TO TRUE
008400     PERFORM 3175-RETURN-ONE-ADVANCE
008410         THRU 3175-EXIT
008420         UNTIL WS-ARCH-SCAN-DONE
008430         OR WS-ADV-GIVE-BACK = 0.
008440 3170-EXIT.
008450     EXIT.
008460
008470*****************************************************************
008480*  3175-RETURN-ONE-ADVANCE
008490*      READ THE NEXT ARCHIVE RECORD.  ONCE PAST THE REPORT'S
008500*      ADVANCE RECORDS THE BROWSE IS DONE; FOR ONE OF THEM, TAKE
008510*      AS MUCH OF THE GIVE-BACK AS THE REPORT NETTED AGAINST IT
008520*      OFF ITS SETTLED AMOUNT ON THE LEDGER, AND REOPEN IT WHEN
008530*      THAT LEAVES A BALANCE.  AN ADVANCE ALREADY SENT TO
008540*      PAYROLL KEEPS THAT STATUS.
008550*****************************************************************
008560 3175-RETURN-ONE-ADVANCE.
008570     READ EXPARCH NEXT RECORD
008580         AT END
008590             SET WS-ARCH-SCAN-DONE TO TRUE
008600             GO TO 3175-EXIT
008610     END-READ
008620     IF EXPARCH-REPORT-NO NOT = EXPRCPT-REPORT-NO
008630         OR EXPARCH-RUN-DATE NOT = EXPRCPT-HELD-DATE
008640         OR NOT EXPARCH-ADVANCE
008650             SET WS-ARCH-SCAN-DONE TO TRUE
008660             GO TO 3175-EXIT
008670     END-IF
008680     MOVE EXPRCPT-EMP-ID TO EXPADVL-EMP-ID
008690     MOVE EXPARCH-ADV-NO TO EXPADVL-ADV-NO
008700     READ EXPADVL
008710         INVALID KEY
008720             GO TO 3175-EXIT
008730     END-READ
008740     MOVE WS-ADV-GIVE-BACK TO WS-ADV-GIVE-ONE
008750     IF WS-ADV-GIVE-ONE > EXPARCH-ADV-NETTED
008760         MOVE EXPARCH-ADV-NETTED TO WS-ADV-GIVE-ONE
008770     END-IF
008780     IF WS-ADV-GIVE-ONE > EXPADVL-SETTLED-AMOUNT
008790         MOVE EXPADVL-SETTLED-AMOUNT TO WS-ADV-GIVE-ONE
008800     END-IF
008810     IF WS-ADV-GIVE-ONE = 0
008820         GO TO 3175-EXIT
008830     END-IF
008840     SUBTRACT WS-ADV-GIVE-ONE FROM EXPADVL-SETTLED-AMOUNT
008850     SUBTRACT WS-ADV-GIVE-ONE FROM WS-ADV-GIVE-BACK
008860     MOVE WS-RUN-DATE TO EXPADVL-LAST-ACTIVITY-DATE
008870     COMPUTE WS-ADV-BALANCE =
008880         EXPADVL-ISSUE-AMOUNT - EXPADVL-SETTLED-AMOUNT
008890         - EXPADVL-REPAID-AMOUNT - EXPADVL-RECOVERED-AMOUNT
008900     IF WS-ADV-BALANCE > 0
008910         AND NOT EXPADVL-TO-PAYROLL
008920             SET EXPADVL-OPEN TO TRUE
008930     END-IF
008940     REWRITE EXPADVL-RECORD
008950         INVALID KEY
008960             MOVE 'ADVANCE LEDGER REWRITE FAILED'
008970                 TO WS-ABEND-MSG
008980             GO TO 9000-ABEND
008990     END-REWRITE.
009000 3175-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040*  3200-UPDATE-BUDGET
009050*      TAKE THE REVERSAL JUST WRITTEN OFF THE ACTUAL OF ITS
009060*      ACCOUNT ON THE BUDGET RECORD FOR THE LINE'S DEPARTMENT
009070*      AND THE REVERSAL'S COST CENTER FOR THE MONTH THE LINE WAS
009080*      HELD.  NO BUDGET RECORD, OR NO SLOT FOR THE ACCOUNT,
009090*      LEAVES NOTHING TO UPDATE.
009100*****************************************************************
009110 3200-UPDATE-BUDGET.
009120     MOVE EXPRCPT-DEPARTMENT     TO EXPBUDG-DEPARTMENT
009130     MOVE WS-REV-COST-CENTER     TO EXPBUDG-COST-CENTER
009140     MOVE EXPRCPT-HELD-DATE(1:6) TO EXPBUDG-PERIOD
009150     READ EXPBUDG
009160         INVALID KEY
009170             GO TO 3200-EXIT
009180     END-READ
009190     SET WS-BUD-NOT-FOUND TO TRUE
009200     PERFORM 3210-SCAN-ONE-SLOT
009210         THRU 3210-EXIT
009220         VARYING WS-BUD-SUB FROM 1 BY 1
009230         UNTIL WS-BUD-SUB > WS-MAX-BUD-ACCTS
009240         OR WS-BUD-FOUND
009250     IF WS-BUD-NOT-FOUND
009260         GO TO 3200-EXIT
009270     END-IF
009280     IF EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB) > WS-REV-AMOUNT
009290         SUBTRACT WS-REV-AMOUNT
009300             FROM EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB)
009310     ELSE
009320         MOVE 0 TO EXPBUDG-ACTUAL-AMT(WS-BUD-MATCH-SUB)
009330     END-IF
009340     MOVE WS-RUN-DATE TO EXPBUDG-LAST-UPDATE-DATE
009350     REWRITE EXPBUDG-RECORD
009360         INVALID KEY
009370             MOVE 'DEPARTMENT BUDGET REWRITE FAILED'
009380                 TO WS-ABEND-MSG
009390             GO TO 9000-ABEND
009400     END-REWRITE.
009410 3200-EXIT.
009420     EXIT.
009430
009440*****************************************************************
009450*  3210-SCAN-ONE-SLOT
009460*      LOOK AT ONE BUDGET SLOT FOR THE REVERSAL'S ACCOUNT.
009470*****************************************************************
009480 3210-SCAN-ONE-SLOT.
009490     IF EXPBUDG-GL-ACCOUNT(WS-BUD-SUB) = WS-REV-GL-ACCT
009500         SET WS-BUD-FOUND TO TRUE
009510         MOVE WS-BUD-SUB TO WS-BUD-MATCH-SUB
009520     END-IF.
009530 3210-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570*  3900-PRINT-RECEIPT-SUMMARY
009580*      WRITE THE ARRIVAL, RELEASE, PENDING, AND DENIAL COUNTS
009590*      AND TOTALS AFTER THE LAST HELD LINE.
009600*****************************************************************
009610 3900-PRINT-RECEIPT-SUMMARY.
009620     MOVE SPACES TO EXPRCRPT-LINE
009630     WRITE EXPRCRPT-RECORD
009640     MOVE 'Receipt Summary: ' TO EXPRCRPT-LINE
009650     WRITE EXPRCRPT-RECORD
009660     MOVE WS-ARRIVALS-READ TO WS-COUNT-FMT
009670     MOVE SPACES TO EXPRCRPT-LINE
009680     STRING 'Arrival Records Read: ' DELIMITED BY SIZE
009690            WS-COUNT-FMT DELIMITED BY SIZE
009700            INTO EXPRCRPT-LINE
009710     WRITE EXPRCRPT-RECORD
009720     MOVE WS-RELEASED-COUNT TO WS-COUNT-FMT
009730     MOVE WS-RELEASED-TOTAL TO WS-GRAND-EDIT
009740     MOVE SPACES TO EXPRCRPT-LINE
009750     STRING 'Lines Released: ' DELIMITED BY SIZE
009760            WS-COUNT-FMT DELIMITED BY SIZE
009770            ' ' DELIMITED BY SIZE
009780            WS-GRAND-EDIT DELIMITED BY SIZE
009790            INTO EXPRCRPT-LINE
009800     WRITE EXPRCRPT-RECORD
009810     MOVE WS-PAYMENT-COUNT TO WS-COUNT-FMT
009820     MOVE WS-PAYMENT-TOTAL TO WS-GRAND-EDIT
009830     MOVE SPACES TO EXPRCRPT-LINE
009840     STRING 'Payments Released: ' DELIMITED BY SIZE
009850            WS-COUNT-FMT DELIMITED BY SIZE
009860            ' ' DELIMITED BY SIZE
009870            WS-GRAND-EDIT DELIMITED BY SIZE
009880            INTO EXPRCRPT-LINE
009890     WRITE EXPRCRPT-RECORD
009900     MOVE WS-TAXABLE-COUNT TO WS-COUNT-FMT
009910     MOVE SPACES TO EXPRCRPT-LINE
009920     STRING 'Taxable Payments: ' DELIMITED BY SIZE
009930            WS-COUNT-FMT DELIMITED BY SIZE
009940            INTO EXPRCRPT-LINE
009950     WRITE EXPRCRPT-RECORD
009960     MOVE WS-REJECT-COUNT TO WS-COUNT-FMT
009970     MOVE SPACES TO EXPRCRPT-LINE
009980     STRING 'Arrivals Rejected: ' DELIMITED BY SIZE
009990            WS-COUNT-FMT DELIMITED BY SIZE
010000            INTO EXPRCRPT-LINE
010010     WRITE EXPRCRPT-RECORD
010020     MOVE WS-PENDING-COUNT TO WS-COUNT-FMT
010030     MOVE WS-PENDING-TOTAL TO WS-GRAND-EDIT
010040     MOVE SPACES TO EXPRCRPT-LINE
010050     STRING 'Still Awaiting Receipts: ' DELIMITED BY SIZE
010060            WS-COUNT-FMT DELIMITED BY SIZE
010070            ' ' DELIMITED BY SIZE
010080            WS-GRAND-EDIT DELIMITED BY SIZE
010090            INTO EXPRCRPT-LINE
010100     WRITE EXPRCRPT-RECORD
010110     MOVE WS-DENIED-COUNT TO WS-COUNT-FMT
010120     MOVE WS-DENIED-TOTAL TO WS-GRAND-EDIT
010130     MOVE SPACES TO EXPRCRPT-LINE
010140     STRING 'Denied - No Receipt: ' DELIMITED BY SIZE
010150            WS-COUNT-FMT DELIMITED BY SIZE
010160            ' ' DELIMITED BY SIZE
010170            WS-GRAND-EDIT DELIMITED BY SIZE
010180            INTO EXPRCRPT-LINE
010190     WRITE EXPRCRPT-RECORD
010200     MOVE WS-REVERSAL-COUNT TO WS-COUNT-FMT
010210     MOVE SPACES TO EXPRCRPT-LINE
010220     STRING 'GL Reversals Written: ' DELIMITED BY SIZE
010230            WS-COUNT-FMT DELIMITED BY SIZE
010240            INTO EXPRCRPT-LINE
010250     WRITE EXPRCRPT-RECORD.
010260 3900-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300*  9000-ABEND
010310*      A FATAL CONDITION - THE RUN CONTROL RECORD IS MISSING OR
010320*      A PENDING-RECEIPT OR BUDGET UPDATE FAILED.  DISPLAY THE
010330*      DIAGNOSTIC AND END THE RUN WITH A NONZERO RETURN CODE SO
010340*      THE JOB STEP SHOWS FAILED.
010350*****************************************************************
010360 9000-ABEND.
010370     DISPLAY WS-ABEND-MSG
010380     MOVE 16 TO RETURN-CODE
010390     STOP RUN.
010400
010410*****************************************************************
010420*  9999-TERMINATE
010430*****************************************************************
010440 9999-TERMINATE.
010450     CLOSE EXPIMGF
010460     CLOSE EXPRCPT
010470     CLOSE EXPBUDG
010480     CLOSE EXPRCPRJ
010490     CLOSE EXPPAY
010500     CLOSE EXPTAXX
010510     CLOSE EXPGLRV
010520     CLOSE EXPRCRPT
010530     CLOSE EXPARCH
010540     CLOSE EXPADVL.
010550 9999-EXIT.
010560     EXIT.
