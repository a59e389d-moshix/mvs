//HERC18E  JOB (COBOL),
//             'EMPLOYER COST PROOF',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* STANDALONE PROOF OF HERC01.EMPLOYER.COST.TABLE.  SUBMIT WHENEVER
//* A RATE, WAGE BASE OR ACCOUNT CHANGES AND BEFORE THE NEXT PAYROLL
//* RUN PICKS THE TABLE UP.  EACH CARD IS ONE EMPLOYER COST (COLS
//* 1-4 CODE, 5-24 DESCRIPTION, 25-28 RATE V9999, 29-37 ANNUAL WAGE
//* BASE 9(7)V99 - ZERO FOR NO CAP, 38-43 EXPENSE ACCOUNT, 44-49
//* LIABILITY ACCOUNT).  THE PROGRAM VERIFIES THE CODES ARE PRESENT
//* AND UNIQUE, THE RATES AND WAGE BASES NUMERIC AND WITHIN A SANE
//* RANGE, AND THE ACCOUNTS SIX DIGITS, DIFFERENT FROM EACH OTHER AND
//* CLEAR OF THE PAYROLL WAGE, TAX AND NET PAY ACCOUNTS, THEN PRINTS
//* A TEST-CALCULATION SHEET BELOW, ACROSS AND ABOVE EACH WAGE BASE
//* FOR PAYROLL AND ACCOUNTING TO SIGN OFF.  ANY FAILURE ENDS THE JOB
//* WITH RETURN CODE 8 - DO NOT LET THE TABLE GO LIVE UNTIL A ZERO-RC
//* PROOF PRINTS.
//SAL      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   EMPLOYER COST TABLE VALIDATION AND PROOF PROGRAM
  160 ***   VERIFIES UNIQUE COST CODES, SANE RATES AND WAGE BASES
  165 ***   AND VALID GL ACCOUNTS, THEN PRINTS A TEST-CALCULATION
  168 ***   SHEET AROUND EACH WAGE BASE FOR PAYROLL SIGN-OFF
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. COSTPROOF.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT EMPLOYER-COST-FILE ASSIGN TO DA-S-COSTDD.
 1500      SELECT PROOF-FILE     ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 3559  FD  EMPLOYER-COST-FILE
 3562      BLOCK CONTAINS 0 RECORDS
 3565      DATA RECORD IS EMPLOYER-COST-REC.
 3568
 3571  01  EMPLOYER-COST-REC.
 3574      05 EC-COST-CODE PIC X(04).
 3577      05 EC-DESCRIPTION PIC X(20).
 3580      05 EC-RATE PIC V9999.
 3583      05 EC-WAGE-BASE PIC 9(7)V99.
 3586      05 EC-EXPENSE-ACCOUNT PIC X(06).
 3589      05 EC-LIABILITY-ACCOUNT PIC X(06).
 3592      05 FILLER PIC X(31).
 3595
 3605  FD  PROOF-FILE
 3610      LABEL RECORDS ARE OMITTED
 3615      DATA RECORD IS PROOF-PRINT-REC.
 3620
 3625  01  PROOF-PRINT-REC PIC X(132).
 3630
 3700  WORKING-STORAGE SECTION.
 3705  77  COST-TABLE-EOF-SWITCH       PIC X(1)    VALUE 'N'.
 3710  88  COST-TABLE-EOF                       VALUE 'Y'.
 3715  77  COST-TABLE-COUNT            PIC 9(4)    COMP VALUE ZERO.
 3720  77  BALANCE-SWITCH              PIC X(1)    VALUE 'Y'.
 3725  88  TABLE-PROVES-OUT                     VALUE 'Y'.
 3730  88  TABLE-FAILS-PROOF                    VALUE 'N'.
 3735  77  OVERFLOW-SWITCH             PIC X(1)    VALUE 'N'.
 3740  88  TABLE-OVERFLOWED                     VALUE 'Y'.
 3745  77  MAX-COST-RATE               PIC V9999   VALUE .2000.
 3750  77  PAYROLL-WAGE-ACCOUNT        PIC X(06)   VALUE '500100'.
 3755  77  PAYROLL-TAX-ACCOUNT         PIC X(06)   VALUE '210300'.
 3760  77  PAYROLL-NET-ACCOUNT         PIC X(06)   VALUE '201100'.
 3765  77  SAMPLE-PERIOD-WAGES         PIC 9(6)V99 VALUE 5000.00.
 3770  77  SAMPLE-HALF-WAGES           PIC 9(6)V99 VALUE 2500.00.
 3775  77  PRIOR-YTD-WAGES             PIC 9(9)V99 VALUE ZERO.
 3780  77  SUBJECT-WAGES               PIC 9(9)V99 VALUE ZERO.
 3785  77  SAMPLE-COST                 PIC 9(7)V99 VALUE ZERO.
 3790  77  ENTRY-NUMBER                PIC 9(4)    VALUE ZERO.
 3795  01  COST-TABLE-AREA.
 3800      05  COST-TABLE-ENTRY OCCURS 10 TIMES
 3805              INDEXED BY COST-IX DUP-IX.
 3810          10  COST-CODE           PIC X(04).
 3815          10  COST-DESCRIPTION    PIC X(20).
 3820          10  COST-RATE           PIC V9999.
 3825          10  COST-WAGE-BASE      PIC 9(7)V99.
 3830          10  COST-EXPENSE-ACCOUNT PIC X(06).
 3835          10  COST-LIABILITY-ACCOUNT PIC X(06).
 3840
 3845  01  PROOF-TITLE-LINE.
 3850      05 FILLER PIC X(30) VALUE SPACES.
 3855      05 FILLER PIC X(49) VALUE
 3860          'E M P L O Y E R   C O S T   T A B L E   P R O O F'.
 3865      05 FILLER PIC X(53) VALUE SPACES.
 3870
 3875  01  TABLE-HEAD-LINE.
 3880      05 FILLER PIC X(08) VALUE 'ENTRY'.
 3885      05 FILLER PIC X(06) VALUE 'CODE'.
 3890      05 FILLER PIC X(22) VALUE 'DESCRIPTION'.
 3895      05 FILLER PIC X(08) VALUE 'RATE'.
 3900      05 FILLER PIC X(15) VALUE 'WAGE BASE'.
 3905      05 FILLER PIC X(09) VALUE 'EXPENSE'.
 3910      05 FILLER PIC X(10) VALUE 'LIABILITY'.
 3915      05 FILLER PIC X(54) VALUE SPACES.
 3920
 3925  01  TABLE-DETAIL-LINE.
 3930      05 TDL-ENTRY PIC ZZZ9.
 3935      05 FILLER PIC X(04) VALUE SPACES.
 3940      05 TDL-CODE PIC X(04).
 3945      05 FILLER PIC X(02) VALUE SPACES.
 3950      05 TDL-DESCRIPTION PIC X(20).
 3955      05 FILLER PIC X(02) VALUE SPACES.
 3960      05 TDL-RATE PIC .9999.
 3965      05 FILLER PIC X(03) VALUE SPACES.
 3970      05 TDL-WAGE-BASE PIC Z,ZZZ,ZZ9.99.
 3975      05 FILLER PIC X(03) VALUE SPACES.
 3980      05 TDL-EXPENSE PIC X(06).
 3985      05 FILLER PIC X(03) VALUE SPACES.
 3990      05 TDL-LIABILITY PIC X(06).
 3995      05 FILLER PIC X(58) VALUE SPACES.
 4000
 4005  01  CALC-HEAD-LINE.
 4010      05 FILLER PIC X(06) VALUE 'CODE'.
 4015      05 FILLER PIC X(18) VALUE 'PRIOR YTD WAGES'.
 4020      05 FILLER PIC X(15) VALUE 'PERIOD WAGES'.
 4025      05 FILLER PIC X(16) VALUE 'SUBJECT WAGES'.
 4030      05 FILLER PIC X(08) VALUE 'RATE'.
 4035      05 FILLER PIC X(16) VALUE 'EMPLOYER COST'.
 4040      05 FILLER PIC X(53) VALUE SPACES.
 4045
 4050  01  CALC-DETAIL-LINE.
 4055      05 CDL-CODE PIC X(04).
 4060      05 FILLER PIC X(02) VALUE SPACES.
 4065      05 CDL-PRIOR PIC Z,ZZZ,ZZ9.99.
 4070      05 FILLER PIC X(06) VALUE SPACES.
 4075      05 CDL-WAGES PIC ZZZ,ZZ9.99.
 4080      05 FILLER PIC X(05) VALUE SPACES.
 4085      05 CDL-SUBJECT PIC ZZZ,ZZ9.99.
 4090      05 FILLER PIC X(06) VALUE SPACES.
 4095      05 CDL-RATE PIC .9999.
 4100      05 FILLER PIC X(03) VALUE SPACES.
 4105      05 CDL-COST PIC ZZZ,ZZ9.99.
 4110      05 FILLER PIC X(59) VALUE SPACES.
 4115
 4120  01  PROOF-STATUS-LINE.
 4125      05 PSL-MESSAGE PIC X(60).
 4130      05 FILLER      PIC X(72) VALUE SPACES.
 4135
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010
 5015      OPEN OUTPUT PROOF-FILE.
 5020      PERFORM 020-LOAD-COST-TABLE THRU 020-EXIT.
 5025
 5030      WRITE PROOF-PRINT-REC FROM PROOF-TITLE-LINE
 5035          AFTER ADVANCING PAGE.
 5040      WRITE PROOF-PRINT-REC FROM TABLE-HEAD-LINE
 5045          AFTER ADVANCING 3 LINES.
 5050
 5055      PERFORM 100-VALIDATE-ONE-ENTRY THRU 100-EXIT
 5060          VARYING COST-IX FROM 1 BY 1
 5065          UNTIL COST-IX > COST-TABLE-COUNT.
 5070      IF TABLE-OVERFLOWED
 5075          MOVE '*** OVER 10 COST CODES - EXTRAS NOT LOADED ***'
 5080              TO PSL-MESSAGE
 5085          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5090
 5095      WRITE PROOF-PRINT-REC FROM CALC-HEAD-LINE
 5100          AFTER ADVANCING 3 LINES.
 5105      PERFORM 200-TEST-ONE-ENTRY THRU 200-EXIT
 5110          VARYING COST-IX FROM 1 BY 1
 5115          UNTIL COST-IX > COST-TABLE-COUNT.
 5120
 5125  000-TERMINATE.
 5130      IF TABLE-PROVES-OUT
 5135          MOVE 'EMPLOYER COST TABLE PROVES OUT - OK TO RELEASE'
 5140              TO PSL-MESSAGE
 5145      ELSE
 5150          MOVE '*** COST TABLE FAILS PROOF - DO NOT RELEASE ***'
 5155              TO PSL-MESSAGE.
 5160      WRITE PROOF-PRINT-REC FROM PROOF-STATUS-LINE
 5165          AFTER ADVANCING 3 LINES.
 5170      CLOSE PROOF-FILE.
 5175      IF TABLE-FAILS-PROOF
 5180          DISPLAY
 5182              'EMPLOYER COST TABLE FAILS PROOF - DO NOT RELEASE'
 5185              UPON CONSOLE
 5190          MOVE 8 TO RETURN-CODE.
 5195      STOP RUN.
 5200
 5205  100-VALIDATE-ONE-ENTRY.
 5210      SET ENTRY-NUMBER TO COST-IX.
 5215      MOVE ENTRY-NUMBER TO TDL-ENTRY.
 5220      MOVE COST-CODE(COST-IX) TO TDL-CODE.
 5225      MOVE COST-DESCRIPTION(COST-IX) TO TDL-DESCRIPTION.
 5230      MOVE ZERO TO TDL-RATE.
 5235      MOVE ZERO TO TDL-WAGE-BASE.
 5240      IF COST-RATE(COST-IX) NUMERIC
 5245          MOVE COST-RATE(COST-IX) TO TDL-RATE.
 5250      IF COST-WAGE-BASE(COST-IX) NUMERIC
 5255          MOVE COST-WAGE-BASE(COST-IX) TO TDL-WAGE-BASE.
 5260      MOVE COST-EXPENSE-ACCOUNT(COST-IX) TO TDL-EXPENSE.
 5265      MOVE COST-LIABILITY-ACCOUNT(COST-IX) TO TDL-LIABILITY.
 5270      WRITE PROOF-PRINT-REC FROM TABLE-DETAIL-LINE
 5275          AFTER ADVANCING 1 LINES.
 5280      IF COST-CODE(COST-IX) = SPACES
 5285          MOVE '*** COST CODE MISSING ***'
 5290              TO PSL-MESSAGE
 5295          PERFORM 450-FLAG-FAILURE THRU 450-EXIT
 5300      ELSE
 5305          PERFORM 110-SCAN-FOR-DUPLICATE THRU 110-EXIT
 5310              VARYING DUP-IX FROM 1 BY 1
 5315              UNTIL DUP-IX NOT < COST-IX
 5320              OR COST-CODE(DUP-IX) = COST-CODE(COST-IX)
 5325          IF DUP-IX < COST-IX
 5330              MOVE '*** DUPLICATE COST CODE ***'
 5335                  TO PSL-MESSAGE
 5340              PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5345      IF COST-RATE(COST-IX) NOT NUMERIC
 5350          OR COST-RATE(COST-IX) = ZERO
 5355          MOVE '*** RATE MISSING OR NOT NUMERIC ***'
 5360              TO PSL-MESSAGE
 5365          PERFORM 450-FLAG-FAILURE THRU 450-EXIT
 5370      ELSE
 5375      IF COST-RATE(COST-IX) > MAX-COST-RATE
 5380          MOVE '*** RATE OVER 20 PCT - CHECK THE PUNCHING ***'
 5385              TO PSL-MESSAGE
 5390          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5395      IF COST-WAGE-BASE(COST-IX) NOT NUMERIC
 5400          MOVE '*** WAGE BASE NOT NUMERIC ***'
 5405              TO PSL-MESSAGE
 5410          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5415      IF COST-EXPENSE-ACCOUNT(COST-IX) NOT NUMERIC
 5420          MOVE '*** EXPENSE ACCOUNT NOT SIX DIGITS ***'
 5425              TO PSL-MESSAGE
 5430          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5435      IF COST-LIABILITY-ACCOUNT(COST-IX) NOT NUMERIC
 5440          MOVE '*** LIABILITY ACCOUNT NOT SIX DIGITS ***'
 5445              TO PSL-MESSAGE
 5450          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5455      IF COST-EXPENSE-ACCOUNT(COST-IX)
 5460          = COST-LIABILITY-ACCOUNT(COST-IX)
 5465          MOVE '*** EXPENSE AND LIABILITY ACCOUNTS THE SAME ***'
 5470              TO PSL-MESSAGE
 5475          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5480      IF COST-EXPENSE-ACCOUNT(COST-IX) = PAYROLL-WAGE-ACCOUNT
 5485          OR COST-EXPENSE-ACCOUNT(COST-IX) = PAYROLL-TAX-ACCOUNT
 5490          OR COST-EXPENSE-ACCOUNT(COST-IX) = PAYROLL-NET-ACCOUNT
 5495          OR COST-LIABILITY-ACCOUNT(COST-IX) = PAYROLL-WAGE-ACCOUNT
 5500          OR COST-LIABILITY-ACCOUNT(COST-IX) = PAYROLL-TAX-ACCOUNT
 5505          OR COST-LIABILITY-ACCOUNT(COST-IX) = PAYROLL-NET-ACCOUNT
 5510          MOVE '*** ACCOUNT CLASHES WITH A PAYROLL GL ACCOUNT ***'
 5515              TO PSL-MESSAGE
 5520          PERFORM 450-FLAG-FAILURE THRU 450-EXIT.
 5525
 5530  100-EXIT.
 5535      EXIT.
 5540
 5545  110-SCAN-FOR-DUPLICATE.
 5550      CONTINUE.
 5555
 5560  110-EXIT.
 5565      EXIT.
 5570
 5575  200-TEST-ONE-ENTRY.
 5580      IF COST-RATE(COST-IX) NOT NUMERIC
 5585          OR COST-WAGE-BASE(COST-IX) NOT NUMERIC
 5590          GO TO 200-EXIT.
 5595      MOVE ZERO TO PRIOR-YTD-WAGES.
 5600      PERFORM 250-TEST-ONE-SAMPLE THRU 250-EXIT.
 5605      IF COST-WAGE-BASE(COST-IX) = ZERO
 5610          GO TO 200-EXIT.
 5615      IF COST-WAGE-BASE(COST-IX) > SAMPLE-HALF-WAGES
 5620          SUBTRACT SAMPLE-HALF-WAGES FROM COST-WAGE-BASE(COST-IX)
 5625              GIVING PRIOR-YTD-WAGES
 5630          PERFORM 250-TEST-ONE-SAMPLE THRU 250-EXIT.
 5635      MOVE COST-WAGE-BASE(COST-IX) TO PRIOR-YTD-WAGES.
 5640      PERFORM 250-TEST-ONE-SAMPLE THRU 250-EXIT.
 5645
 5650  200-EXIT.
 5655      EXIT.
 5660
 5665  250-TEST-ONE-SAMPLE.
 5670      MOVE SAMPLE-PERIOD-WAGES TO SUBJECT-WAGES.
 5675      IF COST-WAGE-BASE(COST-IX) > ZERO
 5680          IF PRIOR-YTD-WAGES NOT < COST-WAGE-BASE(COST-IX)
 5685              MOVE ZERO TO SUBJECT-WAGES
 5690          ELSE
 5695              IF PRIOR-YTD-WAGES + SAMPLE-PERIOD-WAGES
 5700                  > COST-WAGE-BASE(COST-IX)
 5705                  SUBTRACT PRIOR-YTD-WAGES
 5710                      FROM COST-WAGE-BASE(COST-IX)
 5715                      GIVING SUBJECT-WAGES.
 5720      MULTIPLY SUBJECT-WAGES BY COST-RATE(COST-IX)
 5725          GIVING SAMPLE-COST ROUNDED.
 5730      MOVE COST-CODE(COST-IX) TO CDL-CODE.
 5735      MOVE PRIOR-YTD-WAGES TO CDL-PRIOR.
 5740      MOVE SAMPLE-PERIOD-WAGES TO CDL-WAGES.
 5745      MOVE SUBJECT-WAGES TO CDL-SUBJECT.
 5750      MOVE COST-RATE(COST-IX) TO CDL-RATE.
 5755      MOVE SAMPLE-COST TO CDL-COST.
 5760      WRITE PROOF-PRINT-REC FROM CALC-DETAIL-LINE
 5765          AFTER ADVANCING 1 LINES.
 5770
 5775  250-EXIT.
 5780      EXIT.
 5785
 5790  450-FLAG-FAILURE.
 5795      SET TABLE-FAILS-PROOF TO TRUE.
 5800      WRITE PROOF-PRINT-REC FROM PROOF-STATUS-LINE
 5805          AFTER ADVANCING 1 LINES.
 5810
 5815  450-EXIT.
 5820      EXIT.
 5825
 5830  020-LOAD-COST-TABLE.
 5835      OPEN INPUT EMPLOYER-COST-FILE.
 5840      PERFORM 025-LOAD-ONE-COST THRU 025-EXIT
 5845          UNTIL COST-TABLE-EOF.
 5850      CLOSE EMPLOYER-COST-FILE.
 5855      IF COST-TABLE-COUNT = ZERO
 5860          DISPLAY 'EMPLOYER COST TABLE EMPTY - RUN TERMINATED'
 5865              UPON CONSOLE
 5870          MOVE 8 TO RETURN-CODE
 5875          STOP RUN
 5880      END-IF.
 5885
 5890  020-EXIT.
 5895      EXIT.
 5900
 5905  025-LOAD-ONE-COST.
 5910      READ EMPLOYER-COST-FILE
 5915          AT END SET COST-TABLE-EOF TO TRUE
 5920          NOT AT END
 5925              IF COST-TABLE-COUNT < 10
 5930                  ADD 1 TO COST-TABLE-COUNT
 5935                  SET COST-IX TO COST-TABLE-COUNT
 5940                  MOVE EC-COST-CODE TO COST-CODE(COST-IX)
 5945                  MOVE EC-DESCRIPTION TO COST-DESCRIPTION(COST-IX)
 5950                  MOVE EC-RATE TO COST-RATE(COST-IX)
 5955                  MOVE EC-WAGE-BASE TO COST-WAGE-BASE(COST-IX)
 5960                  MOVE EC-EXPENSE-ACCOUNT
 5965                     TO COST-EXPENSE-ACCOUNT(COST-IX)
 5970                  MOVE EC-LIABILITY-ACCOUNT
 5975                     TO COST-LIABILITY-ACCOUNT(COST-IX)
 5980              ELSE
 5985                  DISPLAY 'EMPLOYER COST TABLE FULL' UPON CONSOLE
 5990                  SET TABLE-OVERFLOWED TO TRUE
 5995              END-IF
 6000      END-READ.
 6005
 6010  025-EXIT.
 6015      EXIT.
 6020
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.COSTDD   DD DSNAME=HERC01.EMPLOYER.COST.TABLE,DISP=SHR
//
