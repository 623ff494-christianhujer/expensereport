000010*****************************************************************
000020*  EXPPROJ.CPY
000030*
000040*  RECORD LAYOUT FOR THE PROJECT MASTER (DD EXPPROJ), A VSAM
000050*  KSDS KEYED ON THE PROJECT CODE AND MAINTAINED BY THE BILLING
000060*  TEAM AS CLIENT ENGAGEMENTS OPEN AND CLOSE.  EACH PROJECT
000070*  NAMES THE CLIENT ITS REBILLABLE EXPENSES ARE INVOICED TO, THE
000080*  COST CENTER ITS EXPENSES POST TO IN THE GL, AND THE MARKUP
000090*  PERCENT BILLING ADDS ON TOP OF THE EXPENSE.  A COST CENTER OF
000100*  SPACES LEAVES THE CHARGE ON THE EMPLOYEE'S OWN COST CENTER.
000110*
000120*  THE FRONT-END EDIT EXPEDT01 ACCEPTS AN EXPTRAN ALLOCATION
000130*  RECORD ONLY FOR A PROJECT ON THIS FILE AND ACTIVE, AND A
000140*  BILLABLE ONE ONLY FOR A PROJECT WITH A CLIENT.  THE REPORT
000150*  PROGRAM EXPRPT01 TAKES THE COST CENTER, CLIENT, AND MARKUP
000160*  FROM IT FOR THE GL EXTRACT AND THE EXPRBIL REBILL EXTRACT.
000170*
000180*  MODIFICATION HISTORY
000190*  DATE       INIT DESCRIPTION
000200*  ---------- ---- ------------------------------------------
000210*  2026-10-15 CAH  ORIGINAL VERSION.
000220*****************************************************************
000230 01  EXPPROJ-RECORD.
000240     05  EXPPROJ-PROJECT                  PIC X(08).
000250     05  EXPPROJ-PROJECT-NAME             PIC X(20).
000260     05  EXPPROJ-CLIENT-ID                PIC X(08).
000270     05  EXPPROJ-CLIENT-NAME              PIC X(20).
000280     05  EXPPROJ-COST-CENTER              PIC X(08).
000290     05  EXPPROJ-MARKUP-PCT               PIC 9(03)V99.
000300     05  EXPPROJ-STATUS                   PIC X(01).
000310         88  EXPPROJ-ACTIVE                        VALUE 'A'.
000320         88  EXPPROJ-CLOSED                        VALUE 'C'.
000330     05  FILLER                           PIC X(10).
