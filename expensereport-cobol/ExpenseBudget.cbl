000010*****************************************************************
000020*  PROGRAM-ID   : EXPBUD01
000030*  AUTHOR       : C. A. HUJER
000040*  INSTALLATION : TRAVEL & EXPENSE ACCOUNTING
000050*  DATE-WRITTEN : 2026-10-15
000060*
000070*  REMARKS.
000080*      DAILY DEPARTMENT BUDGET STATUS REPORT FOR THE TRAVEL
000090*      BUDGET MASTER EXPBUDG.  READS EVERY BUDGET RECORD IN
000100*      DEPARTMENT AND COST CENTER ORDER AND, FOR THE MONTH OF
000110*      THE BUSINESS DATE, PRINTS EACH DEPARTMENT AND COST
000120*      CENTER'S BUDGET, MONTH-TO-DATE ACTUAL SPEND ACROSS ALL ITS
000130*      GL ACCOUNTS, REMAINING BUDGET, AND THE REPORTS STILL HELD
000140*      FOR CONTROLLER RELEASE.  A DEPARTMENT WHOSE ACTUALS HAVE
000150*      PASSED ITS BUDGET IS FLAGGED OVER BUDGET.  THE ACTUALS
000160*      ARE POSTED BY THE REPORT PROGRAM EXPRPT01 AND BACKED OUT
000170*      BY THE APPROVAL PROGRAM EXPAPR01; THIS PROGRAM ONLY READS.
000180*
000190*  MODIFICATION HISTORY
000200*  DATE       INIT DESCRIPTION
000210*  ---------- ---- ------------------------------------------
000220*  2026-10-15 CAH  ORIGINAL VERSION.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    EXPBUD01.
000260 AUTHOR.        C. A. HUJER.
000270 INSTALLATION.  TRAVEL & EXPENSE ACCOUNTING.
000280 DATE-WRITTEN.  2026-10-15.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT EXPBUDG ASSIGN TO EXPBUDG
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS EXPBUDG-KEY.
000380     SELECT EXPBDRPT ASSIGN TO EXPBDRPT
000390         ORGANIZATION IS SEQUENTIAL.
000400     SELECT EXPRNCTL ASSIGN TO EXPRNCTL
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EXPBUDG
000460     RECORDING MODE IS F.
000470     COPY EXPBUDG.
000480
000490 FD  EXPBDRPT
000500     RECORDING MODE IS F.
000510     COPY EXPBDRPT.
000520
000530 FD  EXPRNCTL
000540     RECORDING MODE IS F.
000550     COPY EXPRNCTL.
000560
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590*    SWITCHES
000600*----------------------------------------------------------------
000610 01  WS-EXPBUDG-EOF-SW           PIC X(01)   VALUE 'N'.
000620         88  WS-EXPBUDG-EOF                       VALUE 'Y'.
000630         88  WS-EXPBUDG-NOT-EOF                   VALUE 'N'.
000640
000650*----------------------------------------------------------------
000660*    COUNTERS AND TOTALS FOR THE RUN SUMMARY
000670*----------------------------------------------------------------
000680 77  WS-BUDGET-READ              PIC 9(05)   COMP VALUE 0.
000690 77  WS-DEPT-REPORTED            PIC 9(05)   COMP VALUE 0.
000700 77  WS-OVER-BUDGET-COUNT        PIC 9(05)   COMP VALUE 0.
000710 77  WS-HELD-REPORT-COUNT        PIC 9(05)   COMP VALUE 0.
000720 01  WS-GRAND-BUDGET             PIC 9(11)V99      VALUE 0.
000730 01  WS-GRAND-ACTUAL             PIC 9(11)V99      VALUE 0.
000740 01  WS-GRAND-HELD               PIC 9(11)V99      VALUE 0.
000750 77  WS-ABEND-MSG                PIC X(60)   VALUE SPACES.
000760
000770*----------------------------------------------------------------
000780*    BUDGET WORK AREAS - THE BUSINESS MONTH BEING REPORTED AND
000790*    ONE DEPARTMENT AND COST CENTER'S TOTALS ACROSS ITS GL
000800*    ACCOUNT SLOTS.  REMAINING GOES NEGATIVE ONCE THE
000810*    DEPARTMENT IS OVER BUDGET.
000820*----------------------------------------------------------------
000830 01  WS-RUN-DATE                 PIC X(08)   VALUE SPACES.
000840 01  WS-RUN-PERIOD               PIC X(06)   VALUE SPACES.
000850 77  WS-MAX-BUD-ACCTS            PIC 9(03)   COMP VALUE 10.
000860 77  WS-BUD-SUB                  PIC 9(03)   COMP VALUE 0.
000870 01  WS-BUD-TOTAL-BUDGET         PIC 9(10)V99      VALUE 0.
000880 01  WS-BUD-TOTAL-ACTUAL         PIC 9(10)V99      VALUE 0.
000890 01  WS-BUD-REMAINING            PIC S9(10)V99     VALUE 0.
000900 01  WS-OVER-FLAG                PIC X(12)   VALUE SPACES.
000910
000920*----------------------------------------------------------------
000930*    REPORT WORK AREAS
000940*----------------------------------------------------------------
000950 01  WS-AMOUNT-FMT               PIC $$$,$$$,$$9.99.
000960 01  WS-GRAND-EDIT               PIC $$,$$$,$$$,$$9.99.
000970 01  WS-SPENT-EDIT               PIC $$,$$$,$$$,$$9.99.
000980 01  WS-REMAIN-EDIT              PIC $$,$$$,$$$,$$9.99-.
000990 01  WS-COUNT-FMT                PIC Z(04)9.
001000
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE
001040         THRU 1000-EXIT
001050     PERFORM 2000-REVIEW-BUDGET
001060         THRU 2000-EXIT
001070         UNTIL WS-EXPBUDG-EOF
001080     PERFORM 3900-PRINT-RUN-SUMMARY
001090         THRU 3900-EXIT
001100     PERFORM 9999-TERMINATE
001110         THRU 9999-EXIT
001120     STOP RUN.
001130
001140*****************************************************************
001150*  1000-INITIALIZE
001160*      OPEN THE FILES, PICK UP THE BUSINESS DATE WHOSE MONTH IS
001170*      REPORTED, AND PRIME THE FIRST READ OF THE BUDGET MASTER.
001180*****************************************************************
001190 1000-INITIALIZE.
001200     OPEN INPUT EXPBUDG
001210     OPEN OUTPUT EXPBDRPT
001220*    THE BUSINESS DATE COMES FROM THE RUN CONTROL RECORD, NOT
001230*    THE SYSTEM CLOCK, SO THE MONTH REPORTED IS THE ONE THE
001240*    REPORT RUN JUST POSTED TO.
001250     OPEN INPUT EXPRNCTL
001260     READ EXPRNCTL
001270         AT END
001280             MOVE 'RUN CONTROL RECORD MISSING - RUN EXPRCT01'
001290                 TO WS-ABEND-MSG
001300             GO TO 9000-ABEND
001310     END-READ
001320     MOVE EXPRNCTL-BUS-DATE TO WS-RUN-DATE
001330     CLOSE EXPRNCTL
001340     MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
001350     MOVE SPACES TO EXPBDRPT-LINE
001360     STRING 'Department Travel Budget Status - ' DELIMITED BY SIZE
001370            WS-RUN-DATE DELIMITED BY SIZE
001380            INTO EXPBDRPT-LINE
001390     WRITE EXPBDRPT-RECORD
001400     MOVE SPACES TO EXPBDRPT-LINE
001410     WRITE EXPBDRPT-RECORD
001420     MOVE SPACES TO EXPBDRPT-LINE
001430     STRING 'Budget Period: ' DELIMITED BY SIZE
001440            WS-RUN-PERIOD DELIMITED BY SIZE
001450            INTO EXPBDRPT-LINE
001460     WRITE EXPBDRPT-RECORD
001470     PERFORM 2090-READ-BUDGET
001480         THRU 2090-EXIT.
001490 1000-EXIT.
001500     EXIT.
001510
001520*****************************************************************
001530*  2000-REVIEW-BUDGET
001540*      REPORT THE BUDGET RECORD ALREADY IN THE EXPBUDG BUFFER IF
001550*      IT IS FOR THE BUSINESS MONTH, AND READ THE NEXT ONE.
001560*      EARLIER MONTHS STAY ON THE MASTER FOR FINANCE BUT ARE
001570*      PASSED OVER.
001580*****************************************************************
001590 2000-REVIEW-BUDGET.
001600     IF EXPBUDG-PERIOD NOT = WS-RUN-PERIOD
001610         GO TO 2000-NEXT
001620     END-IF
001630     PERFORM 2100-PRINT-DEPARTMENT
001640         THRU 2100-EXIT.
001650 2000-NEXT.
001660     PERFORM 2090-READ-BUDGET
001670         THRU 2090-EXIT.
001680 2000-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720*  2090-READ-BUDGET
001730*      READ THE NEXT BUDGET RECORD FROM THE MASTER IN KEY ORDER.
001740*****************************************************************
001750 2090-READ-BUDGET.
001760     READ EXPBUDG NEXT RECORD
001770         AT END
001780             SET WS-EXPBUDG-EOF TO TRUE
001790             GO TO 2090-EXIT
001800     END-READ
001810     ADD 1 TO WS-BUDGET-READ.
001820 2090-EXIT.
001830     EXIT.
001840
001850*****************************************************************
001860*  2100-PRINT-DEPARTMENT
001870*      TOTAL THE BUDGET AND ACTUAL ACROSS THE RECORD'S GL
001880*      ACCOUNT SLOTS AND PRINT THE DEPARTMENT AND COST CENTER'S
001890*      STATUS - BUDGET AND SPENT ON THE FIRST LINE, HELD AND
001900*      REMAINING ON THE SECOND.
001910*****************************************************************
001920 2100-PRINT-DEPARTMENT.
001930     MOVE 0 TO WS-BUD-TOTAL-BUDGET
001940     MOVE 0 TO WS-BUD-TOTAL-ACTUAL
001950     PERFORM 2150-ADD-ONE-ACCOUNT
001960         THRU 2150-EXIT
001970         VARYING WS-BUD-SUB FROM 1 BY 1
001980         UNTIL WS-BUD-SUB > WS-MAX-BUD-ACCTS
001990     COMPUTE WS-BUD-REMAINING =
002000         WS-BUD-TOTAL-BUDGET - WS-BUD-TOTAL-ACTUAL
002010     MOVE SPACES TO WS-OVER-FLAG
002020     IF WS-BUD-TOTAL-ACTUAL > WS-BUD-TOTAL-BUDGET
002030         MOVE ' OVER BUDGET' TO WS-OVER-FLAG
002040         ADD 1 TO WS-OVER-BUDGET-COUNT
002050     END-IF
002060     ADD 1 TO WS-DEPT-REPORTED
002070     ADD EXPBUDG-HELD-COUNT TO WS-HELD-REPORT-COUNT
002080     ADD WS-BUD-TOTAL-BUDGET TO WS-GRAND-BUDGET
002090     ADD WS-BUD-TOTAL-ACTUAL TO WS-GRAND-ACTUAL
002100     ADD EXPBUDG-HELD-AMOUNT TO WS-GRAND-HELD
002110     MOVE WS-BUD-TOTAL-BUDGET TO WS-GRAND-EDIT
002120     MOVE WS-BUD-TOTAL-ACTUAL TO WS-SPENT-EDIT
002130     MOVE SPACES TO EXPBDRPT-LINE
002140     STRING '  ' DELIMITED BY SIZE
002150            EXPBUDG-DEPARTMENT DELIMITED BY SIZE
002160            ' ' DELIMITED BY SIZE
002170            EXPBUDG-COST-CENTER DELIMITED BY SIZE
002180            ' Budget ' DELIMITED BY SIZE
002190            WS-GRAND-EDIT DELIMITED BY SIZE
002200            ' Spent ' DELIMITED BY SIZE
002210            WS-SPENT-EDIT DELIMITED BY SIZE
002220            INTO EXPBDRPT-LINE
002230     WRITE EXPBDRPT-RECORD
002240     MOVE EXPBUDG-HELD-AMOUNT TO WS-AMOUNT-FMT
002250     MOVE EXPBUDG-HELD-COUNT TO WS-COUNT-FMT
002260     MOVE WS-BUD-REMAINING TO WS-REMAIN-EDIT
002270     MOVE SPACES TO EXPBDRPT-LINE
002280     STRING '    Held ' DELIMITED BY SIZE
002290            WS-COUNT-FMT DELIMITED BY SIZE
002300            ' ' DELIMITED BY SIZE
002310            WS-AMOUNT-FMT DELIMITED BY SIZE
002320            ' Remaining ' DELIMITED BY SIZE
002330            WS-REMAIN-EDIT DELIMITED BY SIZE
002340            WS-OVER-FLAG DELIMITED BY SIZE
002350            INTO EXPBDRPT-LINE
002360     WRITE EXPBDRPT-RECORD.
002370 2100-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410*  2150-ADD-ONE-ACCOUNT
002420*      ADD ONE GL ACCOUNT SLOT'S BUDGET AND ACTUAL TO THE
002430*      DEPARTMENT TOTALS.  UNUSED SLOTS ARE BLANK AND SKIPPED.
002440*****************************************************************
002450 2150-ADD-ONE-ACCOUNT.
002460     IF EXPBUDG-GL-ACCOUNT(WS-BUD-SUB) = SPACES
002470         GO TO 2150-EXIT
002480     END-IF
002490     ADD EXPBUDG-BUDGET-AMT(WS-BUD-SUB) TO WS-BUD-TOTAL-BUDGET
002500     ADD EXPBUDG-ACTUAL-AMT(WS-BUD-SUB) TO WS-BUD-TOTAL-ACTUAL.
002510 2150-EXIT.
002520     EXIT.
002530
002540*****************************************************************
002550*  3900-PRINT-RUN-SUMMARY
002560*      WRITE THE DEPARTMENT COUNTS AND THE MONTH'S TOTAL BUDGET,
002570*      SPEND, AND HELD AMOUNT AFTER THE LAST DEPARTMENT.
002580*****************************************************************
002590 3900-PRINT-RUN-SUMMARY.
002600     MOVE SPACES TO EXPBDRPT-LINE
002610     WRITE EXPBDRPT-RECORD
002620     MOVE 'Run Summary: ' TO EXPBDRPT-LINE
002630     WRITE EXPBDRPT-RECORD
002640     MOVE WS-BUDGET-READ TO WS-COUNT-FMT
002650     MOVE SPACES TO EXPBDRPT-LINE
002660     STRING 'Budget Records Read: ' DELIMITED BY SIZE
002670            WS-COUNT-FMT DELIMITED BY SIZE
002680            INTO EXPBDRPT-LINE
002690     WRITE EXPBDRPT-RECORD
002700     MOVE WS-DEPT-REPORTED TO WS-COUNT-FMT
002710     MOVE SPACES TO EXPBDRPT-LINE
002720     STRING 'Departments Reported: ' DELIMITED BY SIZE
002730            WS-COUNT-FMT DELIMITED BY SIZE
002740            INTO EXPBDRPT-LINE
002750     WRITE EXPBDRPT-RECORD
002760     MOVE WS-OVER-BUDGET-COUNT TO WS-COUNT-FMT
002770     MOVE SPACES TO EXPBDRPT-LINE
002780     STRING 'Over Budget: ' DELIMITED BY SIZE
002790            WS-COUNT-FMT DELIMITED BY SIZE
002800            INTO EXPBDRPT-LINE
002810     WRITE EXPBDRPT-RECORD
002820     MOVE WS-GRAND-BUDGET TO WS-GRAND-EDIT
002830     MOVE SPACES TO EXPBDRPT-LINE
002840     STRING 'Total Budget: ' DELIMITED BY SIZE
002850            WS-GRAND-EDIT DELIMITED BY SIZE
002860            INTO EXPBDRPT-LINE
002870     WRITE EXPBDRPT-RECORD
002880     MOVE WS-GRAND-ACTUAL TO WS-GRAND-EDIT
002890     MOVE SPACES TO EXPBDRPT-LINE
002900     STRING 'Total Spent: ' DELIMITED BY SIZE
002910            WS-GRAND-EDIT DELIMITED BY SIZE
002920            INTO EXPBDRPT-LINE
002930     WRITE EXPBDRPT-RECORD
002940     MOVE WS-HELD-REPORT-COUNT TO WS-COUNT-FMT
002950     MOVE WS-GRAND-HELD TO WS-GRAND-EDIT
002960     MOVE SPACES TO EXPBDRPT-LINE
002970     STRING 'Held For Controller: ' DELIMITED BY SIZE
002980            WS-COUNT-FMT DELIMITED BY SIZE
002990            ' ' DELIMITED BY SIZE
003000            WS-GRAND-EDIT DELIMITED BY SIZE
003010            INTO EXPBDRPT-LINE
003020     WRITE EXPBDRPT-RECORD.
003030 3900-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070*  9000-ABEND
003080*      A FATAL CONDITION - THE RUN CONTROL RECORD IS MISSING.
003090*      DISPLAY THE DIAGNOSTIC AND END THE RUN WITH A NONZERO
003100*      RETURN CODE SO THE JOB STEP SHOWS FAILED.
003110*****************************************************************
003120 9000-ABEND.
003130     DISPLAY WS-ABEND-MSG
003140     MOVE 16 TO RETURN-CODE
003150     STOP RUN.
003160
003170*****************************************************************
003180*  9999-TERMINATE
003190*****************************************************************
003200 9999-TERMINATE.
003210     CLOSE EXPBUDG
003220     CLOSE EXPBDRPT.
003230 9999-EXIT.
003240     EXIT.
