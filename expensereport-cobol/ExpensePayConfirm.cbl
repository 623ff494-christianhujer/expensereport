000010*****************************************************************
000020*  PROGRAM-ID   : EXPPCF01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      ACCOUNTS PAYABLE PAYMENT CONFIRMATION AND RECONCILIATION.
000090*      THE REPORT RUN (EX REFERENCES), THE APPROVAL RUN (EA),
000100*      AND THE RECEIPT RELEASE RUN (ER) SEND AP EXPPAY PAYMENT
000110*      RECORDS, BUT NOTHING EVER CAME BACK TO SAY THE MONEY
000120*      WENT OUT.  THIS PROGRAM ADDS THE DAY'S EXPPAY RECORDS TO
000130*      THE EXPPYST PAYMENT STATUS FILE AS SENT, THEN POSTS AP'S
000140*      DAILY PAID/RETURNED FILE AGAINST IT BY PAYMENT REFERENCE:
000150*        - A PAID RECORD MARKS THE PAYMENT PAID WITH ITS CHECK OR
000160*          EFT NUMBER AND PAID DATE, AND ONE PAID FOR A
000170*          DIFFERENT AMOUNT THAN WAS SENT IS REPORTED;
000180*        - A RETURNED PAYMENT IS REOPENED AS A NEW PAYABLE - A
000190*          FRESH EXPPAY RECORD UNDER AN RI (REISSUE) REFERENCE
000200*          ON THE REISSUE GENERATION AP PICKS UP NEXT RUN - AND
000210*          REPORTED;
000220*        - A VOIDED PAYMENT IS REPORTED FOR FOLLOW-UP.  A VOID
000230*          IS AP'S OWN CANCELLATION, SO IT IS NOT REISSUED HERE.
000240*      AN RI REFERENCE IS THE REPORT NUMBER AND THE RUN DATE, SO
000250*      ONLY ONE RETURN PER REPORT CAN BE REISSUED IN A DAY; A
000260*      SECOND ONE IS REJECTED FOR AP TO SEND AGAIN THE NEXT DAY,
000270*      WHEN IT IS REISSUED UNDER THAT DAY'S REFERENCE.
000280*      A CONFIRMATION AGAINST A REFERENCE NEVER SENT, OR ONE
000290*      THAT CANNOT BE POSTED, GOES REASON-CODED TO THE EXPAPCRJ
000300*      REJECT FILE AND IS REPORTED.  THE WHOLE STATUS FILE IS
000310*      THEN READ AND EVERY PAYMENT SENT BUT STILL NOT PAID MORE
000320*      THAN WS-UNPAID-DAYS AFTER IT WAS SENT IS REPORTED.
000330*
000340*      THE LOAD IS IDEMPOTENT - A PAYMENT ALREADY ON THE STATUS
000350*      FILE UNDER ITS REFERENCE, REPORT, EMPLOYEE, AND AMOUNT IS
000360*      NOT ADDED AGAIN - SO AN EXPPAY GENERATION READ TWICE DOES
000370*      NO HARM.
000380*
000390*  MODIFICATION HISTORY
000400*  DATE       INIT DESCRIPTION
000410*  ---------- ---- ------------------------------------------
000420*  2026-10-15 CAH  ORIGINAL VERSION.
000430*  2026-10-15 CAH  EXPPAYRI LAYOUT NOW COPIED FROM EXPPAY.  A
000440*                  SECOND RETURN ON ONE REPORT IN A DAY IS
000450*                  REJECTED (74) - ITS RI REFERENCE IS TAKEN.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    EXPPCF01.
000490 AUTHOR.        C. A. HUJER.
000500 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000510 DATE-WRITTEN.  2026-10-15.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EXPPAY ASSIGN TO EXPPAY
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT EXPAPCF ASSIGN TO EXPAPCF
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT EXPPYST ASSIGN TO EXPPYST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS EXPPYST-KEY.
000650     SELECT EXPPAYRI ASSIGN TO EXPPAYRI
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT EXPAPCRJ ASSIGN TO EXPAPCRJ
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT EXPPCRPT ASSIGN TO EXPPCRPT
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  EXPPAY
000770     RECORDING MODE IS F.
000780     COPY EXPPAY.
000790
000800 FD  EXPAPCF
000810     RECORDING MODE IS F.
000820     COPY EXPAPCF.
000830
000840 FD  EXPPYST
000850     RECORDING MODE IS F.
000860     COPY EXPPYST.
000870
000880*    REISSUED PAYMENTS FOR AP, IN THE SAME LAYOUT AS THE EXPPAY
000890*    RECORDS EVERY OTHER PAYING RUN WRITES.
000900 FD  EXPPAYRI
000910     RECORDING MODE IS F.
000920     COPY EXPPAY REPLACING LEADING ==EXPPAY-== BY ==EXPPAYRI-==.
000930
000940 FD  EXPAPCRJ
000950     RECORDING MODE IS F.
000960     COPY EXPAPCRJ.
000970
000980 FD  EXPPCRPT
000990     RECORDING MODE IS F.
001000     COPY EXPPCRPT.
001010
001020 FD  EXPRNCTL
001030     RECORDING MODE IS F.
001040     COPY EXPRNCTL.
001050
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080*    SWITCHES
001090*----------------------------------------------------------------
001100 01  WS-EXPPAY-EOF-SW            PIC X(01)   VALUE 'N'.
001110         88  WS-EXPPAY-EOF                        VALUE 'Y'.
001120         88  WS-EXPPAY-NOT-EOF                    VALUE 'N'.
001130 01  WS-EXPAPCF-EOF-SW           PIC X(01)   VALUE 'N'.
001140         88  WS-EXPAPCF-EOF                       VALUE 'Y'.
001150         88  WS-EXPAPCF-NOT-EOF                   VALUE 'N'.
001160 01  WS-EXPPYST-EOF-SW           PIC X(01)   VALUE 'N'.
001170         88  WS-EXPPYST-EOF                       VALUE 'Y'.
001180         88  WS-EXPPYST-NOT-EOF                   VALUE 'N'.
001190 01  WS-SCAN-SW                  PIC X(01)   VALUE 'N'.
001200         88  WS-SCAN-DONE                         VALUE 'Y'.
001210         88  WS-SCAN-NOT-DONE                     VALUE 'N'.
001220 01  WS-MATCH-SW                 PIC X(01)   VALUE 'N'.
001230         88  WS-MATCH-FOUND                       VALUE 'Y'.
001240         88  WS-MATCH-NOT-FOUND                   VALUE 'N'.
001250 01  WS-EXACT-SW                 PIC X(01)   VALUE 'N'.
001260         88  WS-EXACT-FOUND                       VALUE 'Y'.
001270         88  WS-EXACT-NOT-FOUND                   VALUE 'N'.
001280
001290*----------------------------------------------------------------
001300*    COUNTERS AND TOTALS FOR THE RECONCILIATION SUMMARY
001310*----------------------------------------------------------------
001320 77  WS-SENT-READ                PIC 9(05)   COMP VALUE 0.
001330 77  WS-SENT-ADDED               PIC 9(05)   COMP VALUE 0.
001340 77  WS-SENT-ON-FILE             PIC 9(05)   COMP VALUE 0.
001350 77  WS-CONFIRMS-READ            PIC 9(05)   COMP VALUE 0.
001360 77  WS-PAID-COUNT               PIC 9(05)   COMP VALUE 0.
001370 77  WS-DIFF-COUNT               PIC 9(05)   COMP VALUE 0.
001380 77  WS-RETURNED-COUNT           PIC 9(05)   COMP VALUE 0.
001390 77  WS-VOIDED-COUNT             PIC 9(05)   COMP VALUE 0.
001400 77  WS-REJECTED-COUNT           PIC 9(05)   COMP VALUE 0.
001410 77  WS-UNPAID-COUNT             PIC 9(05)   COMP VALUE 0.
001420 77  WS-REF-RECORDS              PIC 9(05)   COMP VALUE 0.
001430 01  WS-PAID-TOTAL               PIC 9(10)V99      VALUE 0.
001440 01  WS-RETURNED-TOTAL           PIC 9(10)V99      VALUE 0.
001450 01  WS-VOIDED-TOTAL             PIC 9(10)V99      VALUE 0.
001460 01  WS-UNPAID-TOTAL             PIC 9(10)V99      VALUE 0.
001470 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
001480
001490*----------------------------------------------------------------
001500*    UNPAID AGING - A PAYMENT SENT MORE THAN WS-UNPAID-DAYS DAYS
001510*    AGO AND STILL NOT CONFIRMED PAID IS REPORTED.  DAY AGES USE
001520*    THE SAME APPROXIMATE DAY SERIAL (YEAR*365 + MONTH*31 + DAY)
001530*    THE APPROVAL PROGRAM USES, FROM THE RUN DATE CARRIED IN THE
001540*    PAYMENT REFERENCE (POSITIONS 9-16).
001550*----------------------------------------------------------------
001560 77  WS-UNPAID-DAYS              PIC 9(03)   COMP VALUE 10.
001570 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
001580 01  WS-RUN-SERIAL               PIC 9(07)   COMP VALUE 0.
001590 01  WS-SENT-SERIAL              PIC 9(07)   COMP VALUE 0.
001600 01  WS-DAYS-UNPAID              PIC S9(07)  COMP VALUE 0.
001610 01  WS-WORK-DATE.
001620         05  WS-WORK-DATE-X              PIC X(08).
001630         05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X.
001640             10  WS-WORK-YYYY        PIC 9(04).
001650             10  WS-WORK-MM          PIC 9(02).
001660             10  WS-WORK-DD          PIC 9(02).
001670
001680*----------------------------------------------------------------
001690*    REFERENCE SCAN - THE PAYMENT REFERENCE BEING LOOKED UP, THE
001700*    NEXT FREE SEQUENCE UNDER IT, AND THE KEY OF THE PAYMENT THE
001710*    SCAN CHOSE.  A CONFIRMATION IS POSTED TO THE FIRST OPEN
001720*    PAYMENT UNDER ITS REFERENCE FOR THE SAME AMOUNT, FAILING
001730*    THAT TO THE FIRST OPEN PAYMENT UNDER IT AT ALL.
001740*----------------------------------------------------------------
001750 01  WS-FIND-REF                 PIC X(16)   VALUE SPACES.
001760 77  WS-NEXT-SEQ                 PIC 9(04)   COMP VALUE 0.
001770 77  WS-MAX-SEQ                  PIC 9(04)   COMP VALUE 99.
001780 01  WS-MATCH-KEY                PIC X(18)   VALUE SPACES.
001790
001800*----------------------------------------------------------------
001810*    REISSUE - A RETURNED PAYMENT IS PAID AGAIN UNDER A
001820*    REFERENCE BUILT THE WAY EVERY PAYING RUN BUILDS ONE: THE
001830*    SOURCE PREFIX RI, THE REPORT NUMBER, AND THE RUN DATE.
001840*    THE RETURNED PAYMENT'S FIGURES ARE HELD HERE WHILE THE
001850*    REISSUE IS WRITTEN.
001860*----------------------------------------------------------------
001870 01  WS-PAY-REF.
001880         05  WS-PAY-REF-SOURCE       PIC X(02).
001890         05  WS-PAY-REF-REPORT       PIC 9(06).
001900         05  WS-PAY-REF-DATE         PIC X(08).
001910 01  WS-ORIG-PAY-REF             PIC X(16)   VALUE SPACES.
001920 01  WS-ORIG-EMP-ID              PIC X(06)   VALUE SPACES.
001930 01  WS-ORIG-EMP-NAME            PIC X(20)   VALUE SPACES.
001940 01  WS-ORIG-REPORT-NO           PIC 9(06)   VALUE 0.
001950 01  WS-ORIG-AMOUNT              PIC 9(08)V99      VALUE 0.
001960 01  WS-ORIG-TAXABLE             PIC 9(08)V99      VALUE 0.
001970
001980*----------------------------------------------------------------
001990*    REPORT WORK AREAS
002000*----------------------------------------------------------------
002010 01  WS-REJECT-REASON            PIC X(02)   VALUE SPACES.
002020 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
002030 01  WS-AMOUNT2-FMT              PIC $$$,$$$,$$9.99.
002040 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
002050 01  WS-COUNT-FMT                PIC Z(04)9.
002060 01  WS-DAYS-FMT                 PIC Z(04)9.
002070
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE
002110         THRU 1000-EXIT
002120     PERFORM 2000-LOAD-SENT-PAYMENT
002130         THRU 2000-EXIT
002140         UNTIL WS-EXPPAY-EOF
002150     MOVE SPACES TO EXPPCRPT-LINE
002160     MOVE 'Confirmation Exceptions: ' TO EXPPCRPT-LINE
002170     WRITE EXPPCRPT-RECORD
002180     PERFORM 3000-POST-CONFIRMATION
002190         THRU 3000-EXIT
002200         UNTIL WS-EXPAPCF-EOF
002210     PERFORM 4000-AGE-UNPAID
002220         THRU 4000-EXIT
002230     PERFORM 4900-PRINT-RECON-SUMMARY
002240         THRU 4900-EXIT
002250     PERFORM 9999-TERMINATE
002260         THRU 9999-EXIT
002270     STOP RUN.
002280
002290*****************************************************************
002300*  1000-INITIALIZE
002310*      OPEN THE FILES, PICK UP THE RUN DATE FOR THE UNPAID AGING
002320*      AND THE REISSUE REFERENCES, AND PRIME THE FIRST READ OF
002330*      EACH INPUT.
002340*****************************************************************
002350 1000-INITIALIZE.
002360     OPEN INPUT EXPPAY
002370     OPEN INPUT EXPAPCF
002380     OPEN I-O EXPPYST
002390     OPEN OUTPUT EXPPAYRI
002400     OPEN OUTPUT EXPAPCRJ
002410     OPEN OUTPUT EXPPCRPT
002420*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
002430*    THE SYSTEM CLOCK, SO REISSUE REFERENCES AND THE UNPAID
002440*    AGING STAY ON THE BUSINESS DAY BEING PROCESSED.
002450     OPEN INPUT EXPRNCTL
002460     READ EXPRNCTL
002470         AT END
002480             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
002490                 TO WS-ABEND-MSG
002500             GO TO 9000-ABEND
002510     END-READ
002520     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
002530     CLOSE EXPRNCTL
002540     MOVE WS-RUN-DATE TO WS-WORK-DATE-X
002550     COMPUTE WS-RUN-SERIAL =
002560         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
002570     MOVE SPACES TO EXPPCRPT-LINE
002580     STRING 'AP Payment Reconciliation - ' DELIMITED BY SIZE
002590            WS-RUN-DATE DELIMITED BY SIZE
002600            INTO EXPPCRPT-LINE
002610     WRITE EXPPCRPT-RECORD
002620     MOVE SPACES TO EXPPCRPT-LINE
002630     WRITE EXPPCRPT-RECORD
002640     PERFORM 2090-READ-SENT-PAYMENT
002650         THRU 2090-EXIT
002660     PERFORM 3090-READ-CONFIRMATION
002670         THRU 3090-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002710*****************************************************************
002720*  2000-LOAD-SENT-PAYMENT
002730*      ADD THE EXPPAY RECORD ALREADY IN THE BUFFER TO THE STATUS
002740*      FILE AS SENT, UNDER THE NEXT FREE SEQUENCE FOR ITS
002750*      REFERENCE, UNLESS IT IS ALREADY THERE - AND READ THE NEXT
002760*      ONE.
002770*****************************************************************
002780 2000-LOAD-SENT-PAYMENT.
002790     MOVE EXPPAY-PAY-REF TO WS-FIND-REF
002800     PERFORM 2900-FIND-LOADED
002810         THRU 2900-EXIT
002820     IF WS-MATCH-FOUND
002830         ADD 1 TO WS-SENT-ON-FILE
002840         GO TO 2000-NEXT
002850     END-IF
002860     IF WS-NEXT-SEQ > WS-MAX-SEQ
002870         MOVE 'PAYMENT STATUS SEQUENCE FULL FOR REFERENCE'
002880             TO WS-ABEND-MSG
002890         GO TO 9000-ABEND
002900     END-IF
002910     MOVE SPACES           TO EXPPYST-RECORD
002920     MOVE EXPPAY-PAY-REF   TO EXPPYST-PAY-REF
002930     MOVE WS-NEXT-SEQ      TO EXPPYST-SEQ
002940     MOVE EXPPAY-EMP-ID    TO EXPPYST-EMP-ID
002950     MOVE EXPPAY-EMP-NAME  TO EXPPYST-EMP-NAME
002960     MOVE EXPPAY-REPORT-NO TO EXPPYST-REPORT-NO
002970     MOVE EXPPAY-AMOUNT    TO EXPPYST-SENT-AMOUNT
002980*    PAYMENTS CUT BEFORE THE TAXABLE AMOUNT EXISTED CARRY SPACES
002990*    THERE AND COUNT AS NON-TAXABLE.
003000     IF EXPPAY-TAXABLE-AMT IS NOT NUMERIC
003010         MOVE 0 TO EXPPYST-TAXABLE-AMT
003020     ELSE
003030         MOVE EXPPAY-TAXABLE-AMT TO EXPPYST-TAXABLE-AMT
003040     END-IF
003050     SET EXPPYST-SENT      TO TRUE
003060     MOVE 0                TO EXPPYST-PAID-AMOUNT
003070     WRITE EXPPYST-RECORD
003080         INVALID KEY
003090             MOVE 'PAYMENT STATUS KEY ALREADY ON FILE'
003100                 TO WS-ABEND-MSG
003110             GO TO 9000-ABEND
003120     END-WRITE
003130     ADD 1 TO WS-SENT-ADDED.
003140 2000-NEXT.
003150     PERFORM 2090-READ-SENT-PAYMENT
003160         THRU 2090-EXIT.
003170 2000-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210*  2090-READ-SENT-PAYMENT
003220*      READ THE NEXT PAYMENT RECORD SENT TO AP.
003230*****************************************************************
003240 2090-READ-SENT-PAYMENT.
003250     READ EXPPAY
003260         AT END
003270             SET WS-EXPPAY-EOF TO TRUE
003280             GO TO 2090-EXIT
003290     END-READ
003300     ADD 1 TO WS-SENT-READ.
003310 2090-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350*  2900-FIND-LOADED
003360*      BROWSE THE STATUS RECORDS UNDER WS-FIND-REF, SETTING
003370*      WS-NEXT-SEQ ONE PAST THE HIGHEST SEQUENCE FOUND AND
003380*      WS-MATCH-FOUND WHEN ONE OF THEM IS THE EXPPAY PAYMENT IN
003390*      THE BUFFER - SAME REPORT, EMPLOYEE, AND AMOUNT.
003400*****************************************************************
003410 2900-FIND-LOADED.
003420     MOVE 1 TO WS-NEXT-SEQ
003430     SET WS-MATCH-NOT-FOUND TO TRUE
003440     SET WS-SCAN-NOT-DONE TO TRUE
003450     MOVE WS-FIND-REF TO EXPPYST-PAY-REF
003460     MOVE 0           TO EXPPYST-SEQ
003470     START EXPPYST KEY IS NOT LESS THAN EXPPYST-KEY
003480         INVALID KEY
003490             GO TO 2900-EXIT
003500     END-START
003510     PERFORM 2910-SCAN-ONE-LOADED
003520         THRU 2910-EXIT
003530         UNTIL WS-SCAN-DONE.
003540 2900-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*  2910-SCAN-ONE-LOADED
003590*      READ THE NEXT STATUS RECORD AND STOP AT THE FIRST ONE PAST
003600*      THE REFERENCE BEING LOADED.
003610*****************************************************************
003620 2910-SCAN-ONE-LOADED.
003630     READ EXPPYST NEXT RECORD
003640         AT END
003650             SET WS-SCAN-DONE TO TRUE
003660             GO TO 2910-EXIT
003670     END-READ
003680     IF EXPPYST-PAY-REF NOT = WS-FIND-REF
003690         SET WS-SCAN-DONE TO TRUE
003700         GO TO 2910-EXIT
003710     END-IF
003720     COMPUTE WS-NEXT-SEQ = EXPPYST-SEQ + 1
003730     IF EXPPYST-REPORT-NO = EXPPAY-REPORT-NO
003740         AND EXPPYST-EMP-ID = EXPPAY-EMP-ID
003750         AND EXPPYST-SENT-AMOUNT = EXPPAY-AMOUNT
003760             SET WS-MATCH-FOUND TO TRUE
003770     END-IF.
003780 2910-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*  3000-POST-CONFIRMATION
003830*      VALIDATE THE AP CONFIRMATION ALREADY IN THE EXPAPCF BUFFER,
003840*      FIND THE OPEN PAYMENT IT CONFIRMS, AND MARK IT PAID,
003850*      RETURNED, OR VOIDED - OR REJECT THE CONFIRMATION WITH A
003860*      REASON CODE - AND READ THE NEXT ONE.
003870*****************************************************************
003880 3000-POST-CONFIRMATION.
003890     MOVE SPACES TO WS-REJECT-REASON
003900     IF NOT EXPAPCF-PAID
003910         AND NOT EXPAPCF-RETURNED
003920         AND NOT EXPAPCF-VOIDED
003930             MOVE '71' TO WS-REJECT-REASON
003940             GO TO 3000-NEXT
003950     END-IF
003960     IF EXPAPCF-AMOUNT IS NOT NUMERIC
003970         OR EXPAPCF-PAID-DATE IS NOT NUMERIC
003980         OR EXPAPCF-PAY-REF = SPACES
003990             MOVE '71' TO WS-REJECT-REASON
004000             GO TO 3000-NEXT
004010     END-IF
004020     MOVE EXPAPCF-PAY-REF TO WS-FIND-REF
004030     PERFORM 3200-FIND-OPEN-PAYMENT
004040         THRU 3200-EXIT
004050     IF WS-REF-RECORDS = 0
004060         MOVE '72' TO WS-REJECT-REASON
004070         GO TO 3000-NEXT
004080     END-IF
004090     IF WS-MATCH-NOT-FOUND
004100         MOVE '73' TO WS-REJECT-REASON
004110         GO TO 3000-NEXT
004120     END-IF
004130     IF EXPAPCF-RETURNED
004140         PERFORM 3250-CHECK-REISSUE-REF
004150             THRU 3250-EXIT
004160         IF WS-NEXT-SEQ > 1
004170             MOVE '74' TO WS-REJECT-REASON
004180             GO TO 3000-NEXT
004190         END-IF
004200     END-IF
004210     MOVE WS-MATCH-KEY TO EXPPYST-KEY
004220     READ EXPPYST
004230         INVALID KEY
004240             MOVE 'PAYMENT STATUS RECORD VANISHED'
004250                 TO WS-ABEND-MSG
004260             GO TO 9000-ABEND
004270     END-READ
004280     EVALUATE TRUE
004290         WHEN EXPAPCF-PAID
004300             PERFORM 3300-MARK-PAID
004310                 THRU 3300-EXIT
004320         WHEN EXPAPCF-RETURNED
004330             PERFORM 3400-MARK-RETURNED
004340                 THRU 3400-EXIT
004350         WHEN OTHER
004360             PERFORM 3500-MARK-VOIDED
004370                 THRU 3500-EXIT
004380     END-EVALUATE.
004390 3000-NEXT.
004400     IF WS-REJECT-REASON NOT = SPACES
004410         PERFORM 3600-REJECT-CONFIRMATION
004420             THRU 3600-EXIT
004430     END-IF
004440     PERFORM 3090-READ-CONFIRMATION
004450         THRU 3090-EXIT.
004460 3000-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500*  3090-READ-CONFIRMATION
004510*      READ THE NEXT RECORD FROM AP'S PAID/RETURNED FILE.
004520*****************************************************************
004530 3090-READ-CONFIRMATION.
004540     READ EXPAPCF
004550         AT END
004560             SET WS-EXPAPCF-EOF TO TRUE
004570             GO TO 3090-EXIT
004580     END-READ
004590     ADD 1 TO WS-CONFIRMS-READ.
004600 3090-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640*  3200-FIND-OPEN-PAYMENT
004650*      BROWSE THE STATUS RECORDS UNDER WS-FIND-REF FOR THE
004660*      PAYMENT THE CONFIRMATION IN THE BUFFER APPLIES TO.  A PAID
004670*      CONFIRMATION APPLIES TO A PAYMENT STILL SENT; A RETURN OR
004680*      VOID TO ONE SENT OR ALREADY PAID.  WS-REF-RECORDS COUNTS
004690*      EVERY RECORD UNDER THE REFERENCE, OPEN OR NOT, SO A
004700*      REFERENCE NEVER SENT CAN BE TOLD FROM ONE ALREADY CLOSED.
004710*****************************************************************
004720 3200-FIND-OPEN-PAYMENT.
004730     MOVE 0 TO WS-REF-RECORDS
004740     MOVE SPACES TO WS-MATCH-KEY
004750     SET WS-MATCH-NOT-FOUND TO TRUE
004760     SET WS-EXACT-NOT-FOUND TO TRUE
004770     SET WS-SCAN-NOT-DONE TO TRUE
004780     MOVE WS-FIND-REF TO EXPPYST-PAY-REF
004790     MOVE 0           TO EXPPYST-SEQ
004800     START EXPPYST KEY IS NOT LESS THAN EXPPYST-KEY
004810         INVALID KEY
004820             GO TO 3200-EXIT
004830     END-START
004840     PERFORM 3210-SCAN-ONE-OPEN
004850         THRU 3210-EXIT
004860         UNTIL WS-SCAN-DONE.
004870 3200-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910*  3210-SCAN-ONE-OPEN
004920*      READ THE NEXT STATUS RECORD UNDER THE REFERENCE AND, WHEN
004930*      IT IS OPEN FOR THE CONFIRMATION'S STATUS, TAKE IT - THE
004940*      FIRST ONE FOR THE SAME AMOUNT OVER ANY OTHER.
004950*****************************************************************
004960 3210-SCAN-ONE-OPEN.
004970     READ EXPPYST NEXT RECORD
004980         AT END
004990             SET WS-SCAN-DONE TO TRUE
005000             GO TO 3210-EXIT
005010     END-READ
005020     IF EXPPYST-PAY-REF NOT = WS-FIND-REF
005030         SET WS-SCAN-DONE TO TRUE
005040         GO TO 3210-EXIT
005050     END-IF
005060     ADD 1 TO WS-REF-RECORDS
005070     IF WS-EXACT-FOUND
005080         GO TO 3210-EXIT
005090     END-IF
005100     IF EXPAPCF-PAID
005110         AND NOT EXPPYST-SENT
005120             GO TO 3210-EXIT
005130     END-IF
005140     IF NOT EXPAPCF-PAID
005150         AND NOT EXPPYST-SENT
005160         AND NOT EXPPYST-PAID
005170             GO TO 3210-EXIT
005180     END-IF
005190     IF EXPPYST-SENT-AMOUNT = EXPAPCF-AMOUNT
005200         SET WS-EXACT-FOUND TO TRUE
005210         SET WS-MATCH-FOUND TO TRUE
005220         MOVE EXPPYST-KEY TO WS-MATCH-KEY
005230         GO TO 3210-EXIT
005240     END-IF
005250     IF WS-MATCH-NOT-FOUND
005260         SET WS-MATCH-FOUND TO TRUE
005270         MOVE EXPPYST-KEY TO WS-MATCH-KEY
005280     END-IF.
005290 3210-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330*  3250-CHECK-REISSUE-REF
005340*      BUILD THE RI REFERENCE A RETURN OF THE PAYMENT IN
005350*      WS-MATCH-KEY WOULD BE REISSUED UNDER AND BROWSE THE STATUS
005360*      FILE FOR IT.  WS-NEXT-SEQ COMES BACK ABOVE 1 WHEN A RETURN
005370*      ON THE SAME REPORT WAS ALREADY REISSUED UNDER IT TODAY.
005380*****************************************************************
005390 3250-CHECK-REISSUE-REF.
005400     MOVE WS-MATCH-KEY TO EXPPYST-KEY
005410     READ EXPPYST
005420         INVALID KEY
005430             MOVE 'PAYMENT STATUS RECORD VANISHED'
005440                 TO WS-ABEND-MSG
005450             GO TO 9000-ABEND
005460     END-READ
005470     MOVE 'RI'              TO WS-PAY-REF-SOURCE
005480     MOVE EXPPYST-REPORT-NO TO WS-PAY-REF-REPORT
005490     MOVE WS-RUN-DATE       TO WS-PAY-REF-DATE
005500     MOVE WS-PAY-REF        TO WS-FIND-REF
005510     PERFORM 2900-FIND-LOADED
005520         THRU 2900-EXIT.
005530 3250-EXIT.
005540     EXIT.
005550
005560*****************************************************************
005570*  3300-MARK-PAID
005580*      MARK THE PAYMENT IN THE EXPPYST BUFFER PAID WITH AP'S
005590*      CHECK OR EFT NUMBER, PAID DATE, AND AMOUNT, AND REPORT IT
005600*      WHEN AP PAID A DIFFERENT AMOUNT THAN WAS SENT.
005610*****************************************************************
005620 3300-MARK-PAID.
005630     SET EXPPYST-PAID TO TRUE
005640     MOVE EXPAPCF-CHECK-NO  TO EXPPYST-CHECK-NO
005650     MOVE EXPAPCF-PAID-DATE TO EXPPYST-PAID-DATE
005660     MOVE EXPAPCF-AMOUNT    TO EXPPYST-PAID-AMOUNT
005670     PERFORM 3900-REWRITE-STATUS
005680         THRU 3900-EXIT
005690     ADD 1 TO WS-PAID-COUNT
005700     ADD EXPAPCF-AMOUNT TO WS-PAID-TOTAL
005710     IF EXPAPCF-AMOUNT = EXPPYST-SENT-AMOUNT
005720         GO TO 3300-EXIT
005730     END-IF
005740     ADD 1 TO WS-DIFF-COUNT
005750     MOVE EXPPYST-SENT-AMOUNT TO WS-AMOUNT-FMT
005760     MOVE EXPAPCF-AMOUNT      TO WS-AMOUNT2-FMT
005770     MOVE SPACES TO EXPPCRPT-LINE
005780     STRING 'Amount Differs ' DELIMITED BY SIZE
005790            EXPPYST-PAY-REF DELIMITED BY SIZE
005800            ' Sent' DELIMITED BY SIZE
005810            WS-AMOUNT-FMT DELIMITED BY SIZE
005820            ' Paid' DELIMITED BY SIZE
005830            WS-AMOUNT2-FMT DELIMITED BY SIZE
005840            INTO EXPPCRPT-LINE
005850     WRITE EXPPCRPT-RECORD.
005860 3300-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900*  3400-MARK-RETURNED
005910*      MARK THE PAYMENT IN THE EXPPYST BUFFER RETURNED AND
005920*      REOPEN IT AS A PAYABLE - A REISSUE EXPPAY RECORD FOR AP
005930*      UNDER AN RI REFERENCE, FOR THE AMOUNT ORIGINALLY SENT,
005940*      CARRYING THE ORIGINAL'S TAXABLE PART SO THE YEAR-END
005950*      SUMMARY STILL TIES.  THE TAXABLE PART WENT TO PAYROLL WITH
005960*      THE ORIGINAL PAYMENT AND IS NOT EXTRACTED AGAIN.  THE
005970*      REISSUE IS ADDED TO THE STATUS FILE AS SENT SO AP'S
005980*      CONFIRMATION OF IT RECONCILES LIKE ANY OTHER PAYMENT.
005990*****************************************************************
006000 3400-MARK-RETURNED.
006010     MOVE EXPPYST-PAY-REF     TO WS-ORIG-PAY-REF
006020     MOVE EXPPYST-EMP-ID      TO WS-ORIG-EMP-ID
006030     MOVE EXPPYST-EMP-NAME    TO WS-ORIG-EMP-NAME
006040     MOVE EXPPYST-REPORT-NO   TO WS-ORIG-REPORT-NO
006050     MOVE EXPPYST-SENT-AMOUNT TO WS-ORIG-AMOUNT
006060     MOVE EXPPYST-TAXABLE-AMT TO WS-ORIG-TAXABLE
006070     MOVE 'RI'                TO WS-PAY-REF-SOURCE
006080     MOVE WS-ORIG-REPORT-NO   TO WS-PAY-REF-REPORT
006090     MOVE WS-RUN-DATE         TO WS-PAY-REF-DATE
006100     SET EXPPYST-RETURNED TO TRUE
006110     IF EXPAPCF-CHECK-NO NOT = SPACES
006120         MOVE EXPAPCF-CHECK-NO TO EXPPYST-CHECK-NO
006130     END-IF
006140     MOVE EXPAPCF-PAID-DATE TO EXPPYST-RETURN-DATE
006150     MOVE WS-PAY-REF        TO EXPPYST-REISSUE-REF
006160     PERFORM 3900-REWRITE-STATUS
006170         THRU 3900-EXIT
006180     MOVE SPACES TO EXPPAYRI-RECORD
006190     MOVE WS-ORIG-EMP-ID    TO EXPPAYRI-EMP-ID
006200     MOVE WS-ORIG-EMP-NAME  TO EXPPAYRI-EMP-NAME
006210     MOVE WS-ORIG-REPORT-NO TO EXPPAYRI-REPORT-NO
006220     MOVE WS-ORIG-AMOUNT    TO EXPPAYRI-AMOUNT
006230     MOVE WS-PAY-REF        TO EXPPAYRI-PAY-REF
006240     MOVE WS-ORIG-TAXABLE   TO EXPPAYRI-TAXABLE-AMT
006250     WRITE EXPPAYRI-RECORD
006260     PERFORM 3450-ADD-REISSUE
006270         THRU 3450-EXIT
006280     ADD 1 TO WS-RETURNED-COUNT
006290     ADD WS-ORIG-AMOUNT TO WS-RETURNED-TOTAL
006300     MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-FMT
006310     MOVE SPACES TO EXPPCRPT-LINE
006320     STRING 'Returned       ' DELIMITED BY SIZE
006330            WS-ORIG-PAY-REF DELIMITED BY SIZE
006340            WS-AMOUNT-FMT DELIMITED BY SIZE
006350            ' Reissued ' DELIMITED BY SIZE
006360            WS-PAY-REF DELIMITED BY SIZE
006370            INTO EXPPCRPT-LINE
006380     WRITE EXPPCRPT-RECORD.
006390 3400-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*  3450-ADD-REISSUE
006440*      ADD THE REISSUED PAYMENT TO THE STATUS FILE AS SENT UNDER
006450*      THE NEXT FREE SEQUENCE FOR ITS RI REFERENCE, POINTING BACK
006460*      AT THE PAYMENT IT REPLACES.
006470*****************************************************************
006480 3450-ADD-REISSUE.
006490     MOVE WS-PAY-REF TO WS-FIND-REF
006500     MOVE EXPPAYRI-RECORD TO EXPPAY-RECORD
006510     PERFORM 2900-FIND-LOADED
006520         THRU 2900-EXIT
006530     IF WS-NEXT-SEQ > WS-MAX-SEQ
006540         MOVE 'PAYMENT STATUS SEQUENCE FULL FOR REFERENCE'
006550             TO WS-ABEND-MSG
006560         GO TO 9000-ABEND
006570     END-IF
006580     MOVE SPACES            TO EXPPYST-RECORD
006590     MOVE WS-PAY-REF        TO EXPPYST-PAY-REF
006600     MOVE WS-NEXT-SEQ       TO EXPPYST-SEQ
006610     MOVE WS-ORIG-EMP-ID    TO EXPPYST-EMP-ID
006620     MOVE WS-ORIG-EMP-NAME  TO EXPPYST-EMP-NAME
006630     MOVE WS-ORIG-REPORT-NO TO EXPPYST-REPORT-NO
006640     MOVE WS-ORIG-AMOUNT    TO EXPPYST-SENT-AMOUNT
006650     MOVE WS-ORIG-TAXABLE   TO EXPPYST-TAXABLE-AMT
006660     SET EXPPYST-SENT       TO TRUE
006670     MOVE 0                 TO EXPPYST-PAID-AMOUNT
006680     MOVE WS-ORIG-PAY-REF   TO EXPPYST-ORIG-REF
006690     WRITE EXPPYST-RECORD
006700         INVALID KEY
006710             MOVE 'PAYMENT STATUS KEY ALREADY ON FILE'
006720                 TO WS-ABEND-MSG
006730             GO TO 9000-ABEND
006740     END-WRITE.
006750 3450-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*  3500-MARK-VOIDED
006800*      MARK THE PAYMENT IN THE EXPPYST BUFFER VOIDED AND REPORT
006810*      IT.  AP VOIDED IT ITSELF, SO NOTHING IS REISSUED - THE
006820*      LINE IS AP'S AND THE TRAVEL DESK'S TO FOLLOW UP.
006830*****************************************************************
006840 3500-MARK-VOIDED.
006850     SET EXPPYST-VOIDED TO TRUE
006860     IF EXPAPCF-CHECK-NO NOT = SPACES
006870         MOVE EXPAPCF-CHECK-NO TO EXPPYST-CHECK-NO
006880     END-IF
006890     MOVE EXPAPCF-PAID-DATE TO EXPPYST-RETURN-DATE
006900     PERFORM 3900-REWRITE-STATUS
006910         THRU 3900-EXIT
006920     ADD 1 TO WS-VOIDED-COUNT
006930     ADD EXPPYST-SENT-AMOUNT TO WS-VOIDED-TOTAL
006940     MOVE EXPPYST-SENT-AMOUNT TO WS-AMOUNT-FMT
006950     MOVE SPACES TO EXPPCRPT-LINE
006960     STRING 'Voided         ' DELIMITED BY SIZE
006970            EXPPYST-PAY-REF DELIMITED BY SIZE
006980            WS-AMOUNT-FMT DELIMITED BY SIZE
006990            ' ' DELIMITED BY SIZE
007000            EXPPYST-CHECK-NO DELIMITED BY SIZE
007010            INTO EXPPCRPT-LINE
007020     WRITE EXPPCRPT-RECORD.
007030 3500-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070*  3600-REJECT-CONFIRMATION
007080*      WRITE THE AP CONFIRMATION UNCHANGED TO THE EXPAPCRJ REJECT
007090*      FILE, PREFIXED WITH THE REASON CODE, AND PRINT ITS LINE.
007100*      A REFERENCE NEVER SENT IS PRINTED AS SUCH - AP PAID
007110*      SOMETHING THIS SYSTEM NEVER ASKED IT TO.
007120*****************************************************************
007130 3600-REJECT-CONFIRMATION.
007140     ADD 1 TO WS-REJECTED-COUNT
007150     MOVE WS-REJECT-REASON TO EXPAPCRJ-REASON-CODE
007160     MOVE EXPAPCF-RECORD   TO EXPAPCRJ-CONFIRM-IMAGE
007170     WRITE EXPAPCRJ-RECORD
007180     IF EXPAPCF-AMOUNT IS NUMERIC
007190         MOVE EXPAPCF-AMOUNT TO WS-AMOUNT-FMT
007200     ELSE
007210         MOVE 0 TO WS-AMOUNT-FMT
007220     END-IF
007230     MOVE SPACES TO EXPPCRPT-LINE
007240     IF EXPAPCRJ-NEVER-SENT
007250         STRING 'Never Sent     ' DELIMITED BY SIZE
007260                EXPAPCF-PAY-REF DELIMITED BY SIZE
007270                WS-AMOUNT-FMT DELIMITED BY SIZE
007280                ' ' DELIMITED BY SIZE
007290                EXPAPCF-CHECK-NO DELIMITED BY SIZE
007300                INTO EXPPCRPT-LINE
007310     ELSE
007320         STRING 'Rejected ' DELIMITED BY SIZE
007330                WS-REJECT-REASON DELIMITED BY SIZE
007340                '    ' DELIMITED BY SIZE
007350                EXPAPCF-PAY-REF DELIMITED BY SIZE
007360                WS-AMOUNT-FMT DELIMITED BY SIZE
007370                ' Status ' DELIMITED BY SIZE
007380                EXPAPCF-STATUS DELIMITED BY SIZE
007390                INTO EXPPCRPT-LINE
007400     END-IF
007410     WRITE EXPPCRPT-RECORD.
007420 3600-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*  3900-REWRITE-STATUS
007470*      REWRITE THE STATUS RECORD IN THE EXPPYST BUFFER.
007480*****************************************************************
007490 3900-REWRITE-STATUS.
007500     REWRITE EXPPYST-RECORD
007510         INVALID KEY
007520             MOVE 'PAYMENT STATUS REWRITE FAILED' TO WS-ABEND-MSG
007530             GO TO 9000-ABEND
007540     END-REWRITE.
007550 3900-EXIT.
007560     EXIT.
007570
007580*****************************************************************
007590*  4000-AGE-UNPAID
007600*      READ THE WHOLE STATUS FILE AND REPORT EVERY PAYMENT STILL
007610*      SENT BUT NOT PAID MORE THAN WS-UNPAID-DAYS AFTER THE RUN
007620*      DATE IN ITS REFERENCE.
007630*****************************************************************
007640 4000-AGE-UNPAID.
007650     MOVE SPACES TO EXPPCRPT-LINE
007660     WRITE EXPPCRPT-RECORD
007670     MOVE 'Sent But Not Paid: ' TO EXPPCRPT-LINE
007680     WRITE EXPPCRPT-RECORD
007690     MOVE LOW-VALUES TO EXPPYST-KEY
007700     START EXPPYST KEY IS NOT LESS THAN EXPPYST-KEY
007710         INVALID KEY
007720             SET WS-EXPPYST-EOF TO TRUE
007730             GO TO 4000-EXIT
007740     END-START
007750     PERFORM 4090-READ-STATUS
007760         THRU 4090-EXIT
007770     PERFORM 4100-AGE-ONE-PAYMENT
007780         THRU 4100-EXIT
007790         UNTIL WS-EXPPYST-EOF.
007800 4000-EXIT.
007810     EXIT.
007820
007830*****************************************************************
007840*  4090-READ-STATUS
007850*      READ THE NEXT PAYMENT STATUS RECORD IN KEY ORDER.
007860*****************************************************************
007870 4090-READ-STATUS.
007880     READ EXPPYST NEXT RECORD
007890         AT END
007900             SET WS-EXPPYST-EOF TO TRUE
007910     END-READ.
007920 4090-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960*  4100-AGE-ONE-PAYMENT
007970*      AGE THE PAYMENT IN THE EXPPYST BUFFER WHEN IT IS STILL
007980*      UNPAID AND PRINT IT ONCE IT IS PAST THE UNPAID AGE.
007990*****************************************************************
008000 4100-AGE-ONE-PAYMENT.
008010     IF NOT EXPPYST-SENT
008020         GO TO 4100-NEXT
008030     END-IF
008040     MOVE EXPPYST-PAY-REF(9:8) TO WS-WORK-DATE-X
008050     IF WS-WORK-DATE-X IS NOT NUMERIC
008060         GO TO 4100-NEXT
008070     END-IF
008080     COMPUTE WS-SENT-SERIAL =
008090         WS-WORK-YYYY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
008100     COMPUTE WS-DAYS-UNPAID = WS-RUN-SERIAL - WS-SENT-SERIAL
008110     IF WS-DAYS-UNPAID NOT > WS-UNPAID-DAYS
008120         GO TO 4100-NEXT
008130     END-IF
008140     ADD 1 TO WS-UNPAID-COUNT
008150     ADD EXPPYST-SENT-AMOUNT TO WS-UNPAID-TOTAL
008160     MOVE EXPPYST-SENT-AMOUNT TO WS-AMOUNT-FMT
008170     MOVE WS-DAYS-UNPAID      TO WS-DAYS-FMT
008180     MOVE SPACES TO EXPPCRPT-LINE
008190     STRING 'Unpaid         ' DELIMITED BY SIZE
008200            EXPPYST-PAY-REF DELIMITED BY SIZE
008210            WS-AMOUNT-FMT DELIMITED BY SIZE
008220            ' ' DELIMITED BY SIZE
008230            EXPPYST-EMP-ID DELIMITED BY SIZE
008240            WS-DAYS-FMT DELIMITED BY SIZE
008250            ' DAYS' DELIMITED BY SIZE
008260            INTO EXPPCRPT-LINE
008270     WRITE EXPPCRPT-RECORD.
008280 4100-NEXT.
008290     PERFORM 4090-READ-STATUS
008300         THRU 4090-EXIT.
008310 4100-EXIT.
008320     EXIT.
008330
008340*****************************************************************
008350*  4900-PRINT-RECON-SUMMARY
008360*      WRITE THE LOAD, CONFIRMATION, AND AGING COUNTS AND TOTALS
008370*      AFTER THE LAST PAYMENT.
008380*****************************************************************
008390 4900-PRINT-RECON-SUMMARY.
008400     MOVE SPACES TO EXPPCRPT-LINE
008410     WRITE EXPPCRPT-RECORD
008420     MOVE 'Reconciliation Summary: ' TO EXPPCRPT-LINE
008430     WRITE EXPPCRPT-RECORD
008440     MOVE WS-SENT-READ TO WS-COUNT-FMT
008450     MOVE SPACES TO EXPPCRPT-LINE
008460     STRING 'Payments Read: ' DELIMITED BY SIZE
008470            WS-COUNT-FMT DELIMITED BY SIZE
008480            INTO EXPPCRPT-LINE
008490     WRITE EXPPCRPT-RECORD
008500     MOVE WS-SENT-ADDED TO WS-COUNT-FMT
008510     MOVE SPACES TO EXPPCRPT-LINE
008520     STRING 'Payments Added as Sent: ' DELIMITED BY SIZE
008530            WS-COUNT-FMT DELIMITED BY SIZE
008540            INTO EXPPCRPT-LINE
008550     WRITE EXPPCRPT-RECORD
008560     MOVE WS-SENT-ON-FILE TO WS-COUNT-FMT
008570     MOVE SPACES TO EXPPCRPT-LINE
008580     STRING 'Payments Already on File: ' DELIMITED BY SIZE
008590            WS-COUNT-FMT DELIMITED BY SIZE
008600            INTO EXPPCRPT-LINE
008610     WRITE EXPPCRPT-RECORD
008620     MOVE WS-CONFIRMS-READ TO WS-COUNT-FMT
008630     MOVE SPACES TO EXPPCRPT-LINE
008640     STRING 'Confirmations Read: ' DELIMITED BY SIZE
008650            WS-COUNT-FMT DELIMITED BY SIZE
008660            INTO EXPPCRPT-LINE
008670     WRITE EXPPCRPT-RECORD
008680     MOVE WS-PAID-COUNT TO WS-COUNT-FMT
008690     MOVE WS-PAID-TOTAL TO WS-GRAND-EDIT
008700     MOVE SPACES TO EXPPCRPT-LINE
008710     STRING 'Payments Confirmed Paid: ' DELIMITED BY SIZE
008720            WS-COUNT-FMT DELIMITED BY SIZE
008730            ' ' DELIMITED BY SIZE
008740            WS-GRAND-EDIT DELIMITED BY SIZE
008750            INTO EXPPCRPT-LINE
008760     WRITE EXPPCRPT-RECORD
008770     MOVE WS-DIFF-COUNT TO WS-COUNT-FMT
008780     MOVE SPACES TO EXPPCRPT-LINE
008790     STRING 'Paid Amounts Differing: ' DELIMITED BY SIZE
008800            WS-COUNT-FMT DELIMITED BY SIZE
008810            INTO EXPPCRPT-LINE
008820     WRITE EXPPCRPT-RECORD
008830     MOVE WS-RETURNED-COUNT TO WS-COUNT-FMT
008840     MOVE WS-RETURNED-TOTAL TO WS-GRAND-EDIT
008850     MOVE SPACES TO EXPPCRPT-LINE
008860     STRING 'Payments Returned and Reissued: ' DELIMITED BY SIZE
008870            WS-COUNT-FMT DELIMITED BY SIZE
008880            ' ' DELIMITED BY SIZE
008890            WS-GRAND-EDIT DELIMITED BY SIZE
008900            INTO EXPPCRPT-LINE
008910     WRITE EXPPCRPT-RECORD
008920     MOVE WS-VOIDED-COUNT TO WS-COUNT-FMT
008930     MOVE WS-VOIDED-TOTAL TO WS-GRAND-EDIT
008940     MOVE SPACES TO EXPPCRPT-LINE
008950     STRING 'Payments Voided: ' DELIMITED BY SIZE
008960            WS-COUNT-FMT DELIMITED BY SIZE
008970            ' ' DELIMITED BY SIZE
008980            WS-GRAND-EDIT DELIMITED BY SIZE
008990            INTO EXPPCRPT-LINE
009000     WRITE EXPPCRPT-RECORD
009010     MOVE WS-REJECTED-COUNT TO WS-COUNT-FMT
009020     MOVE SPACES TO EXPPCRPT-LINE
009030     STRING 'Confirmations Rejected: ' DELIMITED BY SIZE
009040            WS-COUNT-FMT DELIMITED BY SIZE
009050            INTO EXPPCRPT-LINE
009060     WRITE EXPPCRPT-RECORD
009070     MOVE WS-UNPAID-COUNT TO WS-COUNT-FMT
009080     MOVE WS-UNPAID-TOTAL TO WS-GRAND-EDIT
009090     MOVE SPACES TO EXPPCRPT-LINE
009100     STRING 'Sent But Not Paid: ' DELIMITED BY SIZE
009110            WS-COUNT-FMT DELIMITED BY SIZE
009120            ' ' DELIMITED BY SIZE
009130            WS-GRAND-EDIT DELIMITED BY SIZE
009140            INTO EXPPCRPT-LINE
009150     WRITE EXPPCRPT-RECORD.
009160 4900-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200*  9000-ABEND
009210*      A FATAL CONDITION - THE RUN CONTROL RECORD IS MISSING OR A
009220*      PAYMENT STATUS UPDATE FAILED.  DISPLAY THE DIAGNOSTIC AND
009230*      END THE RUN WITH A NONZERO RETURN CODE SO THE JOB STEP
009240*      SHOWS FAILED.
009250*****************************************************************
009260 9000-ABEND.
009270     DISPLAY WS-ABEND-MSG
009280     MOVE 16 TO RETURN-CODE
009290     STOP RUN.
009300
009310*****************************************************************
009320*  9999-TERMINATE
009330*****************************************************************
009340 9999-TERMINATE.
009350     CLOSE EXPPAY
009360     CLOSE EXPAPCF
009370     CLOSE EXPPYST
009380     CLOSE EXPPAYRI
009390     CLOSE EXPAPCRJ
009400     CLOSE EXPPCRPT.
009410 9999-EXIT.
009420     EXIT.
