//HERC24G  JOB (COBOL),
//             'PAY CYCLE RUN STATUS',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* PAY CYCLE STATUS LISTING.  PRINTS THE RUN-STATUS RECORD AGAINST
//* THE PERIOD ON THE PAY-PERIOD CONTROL RECORD: FOR EACH STEP OF THE
//* CYCLE - PAYROLL (HERC01S), BALANCE PROOF (HERC04R), VARIANCE
//* REPORT (HERC06V), SUPERVISOR SIGN-OFF (HERC23V), PAYMENT EXTRACT
//* (HERC08P) AND PAYMENT FILE PROOF (HERC11P) - THE PERIOD IT LAST
//* RAN FOR, THE RUN DATE, ITS RESULT AND WHERE IT STANDS FOR THE
//* CURRENT PERIOD, FOLLOWED BY THE NEXT STEP DUE.  SUBMIT AT ANY
//* TIME; NOTHING IS UPDATED.  THE JOB ENDS WITH RETURN CODE 0 ONLY
//* WHEN THE PERIOD IS CLEARED FOR THE FILE TRANSFER TO THE BANK,
//* OTHERWISE WITH RETURN CODE 4.
//*
//* SUPPLEMENTAL RUN: TO LIST AN OFF-CYCLE SUPPLEMENTAL PAYROLL
//* (HERC14S) CHANGE GO.CTLDD TO HERC01.SALARIES.SUPPCTL AND GO.STATDD
//* TO HERC01.SALARIES.SUPPSTAT.
//SAL      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAY CYCLE RUN STATUS PROGRAM
  160 ***   LISTS EACH STEP OF THE PAY CYCLE FROM THE RUN-STATUS
  165 ***   RECORD AGAINST THE CURRENT PAY PERIOD AND NAMES THE
  168 ***   NEXT STEP DUE BEFORE THE PAYMENT FILE IS RELEASED
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. RUNSTAT.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1430      SELECT RUN-STATUS  ASSIGN TO DA-S-STATDD.
 1500      SELECT STATUS-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  PERIOD-CONTROL
 2605      BLOCK CONTAINS 0 RECORDS
 2610      DATA RECORD IS PERIOD-CONTROL-REC.
 2615
 2620  01  PERIOD-CONTROL-REC.
 2625      05 PC-PERIOD-NUMBER PIC 9(4).
 2630      05 PC-START-DATE PIC 9(8).
 2635      05 PC-END-DATE PIC 9(8).
 2640      05 PC-PAY-DATE PIC 9(8).
 2645      05 PC-STATUS PIC X(01).
 2650      88 PERIOD-OPEN                        VALUE 'O'.
 2655      88 PERIOD-PAID                        VALUE 'P'.
 2660      05 FILLER PIC X(51).
 2665
 2670  FD  RUN-STATUS
 2675      BLOCK CONTAINS 0 RECORDS
 2680      DATA RECORD IS RUN-STATUS-REC.
 2685
 2690  01  RUN-STATUS-REC.
 2695      05 RS-PAYROLL-PERIOD PIC 9(4).
 2700      05 RS-PAYROLL-RESULT PIC X(01).
 2705      88 PAYROLL-COMPLETE                   VALUE 'C'.
 2710      05 RS-PAYROLL-DATE PIC 9(8).
 2715      05 RS-RECONCIL-PERIOD PIC 9(4).
 2720      05 RS-RECONCIL-RESULT PIC X(01).
 2725      88 RECONCIL-CLEAN                     VALUE 'C'.
 2730      05 RS-RECONCIL-DATE PIC 9(8).
 2735      05 RS-VARIANCE-PERIOD PIC 9(4).
 2740      05 RS-VARIANCE-RESULT PIC X(01).
 2745      88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 2750      88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 2755      05 RS-VARIANCE-DATE PIC 9(8).
 2760      05 RS-SIGNOFF-PERIOD PIC 9(4).
 2765      05 RS-SIGNOFF-BY PIC X(06).
 2770      05 RS-EXTRACT-PERIOD PIC 9(4).
 2775      05 RS-EXTRACT-RESULT PIC X(01).
 2780      88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 2785      05 RS-EXTRACT-DATE PIC 9(8).
 2790      05 RS-PROOF-PERIOD PIC 9(4).
 2795      05 RS-PROOF-RESULT PIC X(01).
 2800      88 PROOF-CLEAN                        VALUE 'C'.
 2805      05 RS-PROOF-DATE PIC 9(8).
 2810      05 FILLER PIC X(05).
 2815
 2820  FD  STATUS-FILE
 2825      LABEL RECORDS ARE OMITTED
 2830      DATA RECORD IS STATUS-PRINT-REC.
 2835
 2840  01  STATUS-PRINT-REC PIC X(132).
 3700  WORKING-STORAGE SECTION.
 3705  77  RUN-PERIOD-NUMBER           PIC 9(4)    VALUE ZERO.
 3710  77  STEP-PERIOD                 PIC 9(4)    VALUE ZERO.
 3715  77  STEP-RESULT                 PIC X(1)    VALUE SPACE.
 3720  77  STEP-GOOD-SWITCH            PIC X(1)    VALUE 'N'.
 3725  88  STEP-GOOD                            VALUE 'Y'.
 3730  77  STEP-DONE-SWITCH            PIC X(1)    VALUE 'N'.
 3735  88  STEP-DONE                            VALUE 'Y'.
 3740  77  NEXT-STEP-SWITCH            PIC X(1)    VALUE 'N'.
 3745  88  NEXT-STEP-FOUND                      VALUE 'Y'.
 3750
 3755  01  STAT-TITLE-LINE.
 3760      05 FILLER PIC X(25) VALUE SPACES.
 3765      05 FILLER PIC X(40) VALUE
 3770          'P A Y   C Y C L E   R U N   S T A T U S'.
 3775      05 FILLER PIC X(21) VALUE ' -  B I M  C O R P .'.
 3780      05 FILLER PIC X(46) VALUE SPACES.
 3785
 3790  01  STAT-PERIOD-LINE.
 3795      05 FILLER PIC X(12) VALUE 'PAY PERIOD: '.
 3800      05 SPL-PERIOD-NO PIC ZZZ9.
 3805      05 FILLER PIC X(12) VALUE '  PAY DATE: '.
 3810      05 SPL-PAY-DATE PIC 9999/99/99.
 3815      05 FILLER PIC X(12) VALUE '  CONTROL: '.
 3820      05 SPL-CONTROL PIC X(20).
 3825      05 FILLER PIC X(62) VALUE SPACES.
 3830
 3835  01  STAT-HEAD-LINE.
 3840      05 FILLER PIC X(22) VALUE 'STEP'.
 3845      05 FILLER PIC X(10) VALUE 'JOB'.
 3850      05 FILLER PIC X(08) VALUE 'PERIOD'.
 3855      05 FILLER PIC X(14) VALUE 'LAST RUN'.
 3860      05 FILLER PIC X(24) VALUE 'RESULT'.
 3865      05 FILLER PIC X(24) VALUE 'THIS PERIOD'.
 3870      05 FILLER PIC X(30) VALUE SPACES.
 3875
 3880  01  STAT-STEP-LINE.
 3885      05 SSL-STEP PIC X(22).
 3890      05 SSL-JOB PIC X(10).
 3895      05 SSL-PERIOD PIC ZZZ9 BLANK WHEN ZERO.
 3900      05 FILLER PIC X(04) VALUE SPACES.
 3905      05 SSL-RUN-DATE PIC 9999/99/99 BLANK WHEN ZERO.
 3910      05 FILLER PIC X(04) VALUE SPACES.
 3915      05 SSL-RESULT PIC X(24).
 3920      05 SSL-THIS-PERIOD PIC X(24).
 3925      05 FILLER PIC X(30) VALUE SPACES.
 3930
 3935  01  SIGNED-BY-TEXT.
 3940      05 FILLER PIC X(10) VALUE 'SIGNED BY '.
 3945      05 SBT-SUPERVISOR PIC X(06).
 3950      05 FILLER PIC X(08) VALUE SPACES.
 3955
 3960  01  STAT-NEXT-LINE.
 3965      05 FILLER PIC X(26) VALUE 'NEXT STEP FOR THE PERIOD: '.
 3970      05 SNL-STEP PIC X(22).
 3975      05 FILLER PIC X(01) VALUE '('.
 3980      05 SNL-JOB PIC X(07).
 3985      05 FILLER PIC X(01) VALUE ')'.
 3990      05 FILLER PIC X(75) VALUE SPACES.
 3995
 4000  01  STAT-CLEAR-LINE.
 4005      05 FILLER PIC X(58) VALUE
 4010          'ALL STEPS COMPLETE - PAYMENT FILE CLEARED FOR TRANSFER'.
 4015      05 FILLER PIC X(74) VALUE SPACES.
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5015      PERFORM 015-READ-RUN-STATUS THRU 015-EXIT.
 5020      OPEN OUTPUT STATUS-FILE.
 5025      PERFORM 020-PRINT-HEADINGS THRU 020-EXIT.
 5030
 5035      PERFORM 100-PAYROLL-STEP THRU 100-EXIT.
 5040      PERFORM 110-RECONCIL-STEP THRU 110-EXIT.
 5045      PERFORM 120-VARIANCE-STEP THRU 120-EXIT.
 5050      PERFORM 130-SIGNOFF-STEP THRU 130-EXIT.
 5055      PERFORM 140-EXTRACT-STEP THRU 140-EXIT.
 5060      PERFORM 150-PROOF-STEP THRU 150-EXIT.
 5065
 5070  000-TERMINATE.
 5075      IF NEXT-STEP-FOUND
 5080          WRITE STATUS-PRINT-REC FROM STAT-NEXT-LINE
 5085              AFTER ADVANCING 3 LINES
 5090          MOVE 4 TO RETURN-CODE
 5095      ELSE
 5100          WRITE STATUS-PRINT-REC FROM STAT-CLEAR-LINE
 5105              AFTER ADVANCING 3 LINES.
 5110      CLOSE STATUS-FILE.
 5115
 5120      STOP RUN.
 5125
 5130  010-READ-PERIOD-CONTROL.
 5135      OPEN INPUT PERIOD-CONTROL.
 5140      READ PERIOD-CONTROL
 5145          AT END
 5150              DISPLAY 'PAY PERIOD CONTROL EMPTY - RUN TERMINATED'
 5155                  UPON CONSOLE
 5160              MOVE 8 TO RETURN-CODE
 5165              STOP RUN
 5170      END-READ.
 5175      MOVE PC-PERIOD-NUMBER TO RUN-PERIOD-NUMBER.
 5180      MOVE PC-PERIOD-NUMBER TO SPL-PERIOD-NO.
 5185      MOVE PC-PAY-DATE TO SPL-PAY-DATE.
 5190      IF PERIOD-PAID
 5195          MOVE 'P - PAYROLL RUN' TO SPL-CONTROL
 5200      ELSE
 5205          IF PERIOD-OPEN
 5210              MOVE 'O - OPEN' TO SPL-CONTROL
 5215          ELSE
 5220              MOVE PC-STATUS TO SPL-CONTROL.
 5225      CLOSE PERIOD-CONTROL.
 5230
 5235  010-EXIT.
 5240      EXIT.
 5245
 5250  015-READ-RUN-STATUS.
 5255      OPEN INPUT RUN-STATUS.
 5260      READ RUN-STATUS
 5265          AT END
 5270              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 5275                  UPON CONSOLE
 5280              MOVE 8 TO RETURN-CODE
 5285              STOP RUN
 5290      END-READ.
 5295      CLOSE RUN-STATUS.
 5300
 5305  015-EXIT.
 5310      EXIT.
 5315
 5320  020-PRINT-HEADINGS.
 5325      WRITE STATUS-PRINT-REC FROM STAT-TITLE-LINE
 5330          AFTER ADVANCING PAGE.
 5335      WRITE STATUS-PRINT-REC FROM STAT-PERIOD-LINE
 5340          AFTER ADVANCING 2 LINES.
 5345      WRITE STATUS-PRINT-REC FROM STAT-HEAD-LINE
 5350          AFTER ADVANCING 2 LINES.
 5355
 5360  020-EXIT.
 5365      EXIT.
 5370
 5375  100-PAYROLL-STEP.
 5380      MOVE 'PAYROLL' TO SSL-STEP.
 5385      MOVE 'HERC01S' TO SSL-JOB.
 5390      MOVE RS-PAYROLL-PERIOD TO STEP-PERIOD.
 5395      MOVE RS-PAYROLL-RESULT TO STEP-RESULT.
 5400      MOVE RS-PAYROLL-DATE TO SSL-RUN-DATE.
 5405      MOVE 'N' TO STEP-GOOD-SWITCH.
 5410      IF PAYROLL-COMPLETE
 5415          SET STEP-GOOD TO TRUE.
 5420      PERFORM 200-SET-STEP-STATUS THRU 200-EXIT.
 5425      PERFORM 300-PRINT-STEP THRU 300-EXIT.
 5430
 5435  100-EXIT.
 5440      EXIT.
 5445
 5450  110-RECONCIL-STEP.
 5455      MOVE 'BALANCE PROOF' TO SSL-STEP.
 5460      MOVE 'HERC04R' TO SSL-JOB.
 5465      MOVE RS-RECONCIL-PERIOD TO STEP-PERIOD.
 5470      MOVE RS-RECONCIL-RESULT TO STEP-RESULT.
 5475      MOVE RS-RECONCIL-DATE TO SSL-RUN-DATE.
 5480      MOVE 'N' TO STEP-GOOD-SWITCH.
 5485      IF RECONCIL-CLEAN
 5490          SET STEP-GOOD TO TRUE.
 5495      PERFORM 200-SET-STEP-STATUS THRU 200-EXIT.
 5500      PERFORM 300-PRINT-STEP THRU 300-EXIT.
 5505
 5510  110-EXIT.
 5515      EXIT.
 5520
 5525  120-VARIANCE-STEP.
 5530      MOVE 'VARIANCE REPORT' TO SSL-STEP.
 5535      MOVE 'HERC06V' TO SSL-JOB.
 5540      MOVE RS-VARIANCE-PERIOD TO STEP-PERIOD.
 5545      MOVE RS-VARIANCE-RESULT TO STEP-RESULT.
 5550      MOVE RS-VARIANCE-DATE TO SSL-RUN-DATE.
 5555      MOVE 'N' TO STEP-GOOD-SWITCH.
 5560      IF VARIANCE-CLEAN OR VARIANCE-FOR-REVIEW
 5565          SET STEP-GOOD TO TRUE.
 5570      PERFORM 200-SET-STEP-STATUS THRU 200-EXIT.
 5575      IF VARIANCE-FOR-REVIEW
 5580          MOVE 'EMPLOYEES FOR REVIEW' TO SSL-RESULT.
 5585      PERFORM 300-PRINT-STEP THRU 300-EXIT.
 5590
 5595  120-EXIT.
 5600      EXIT.
 5605
 5610  130-SIGNOFF-STEP.
 5615      MOVE 'SUPERVISOR SIGN-OFF' TO SSL-STEP.
 5620      MOVE 'HERC23V' TO SSL-JOB.
 5625      MOVE RS-SIGNOFF-PERIOD TO SSL-PERIOD.
 5630      MOVE ZERO TO SSL-RUN-DATE.
 5635      MOVE 'N' TO STEP-DONE-SWITCH.
 5640      IF RS-SIGNOFF-PERIOD = ZERO
 5645          MOVE 'NONE GIVEN' TO SSL-RESULT
 5650      ELSE
 5655          MOVE RS-SIGNOFF-BY TO SBT-SUPERVISOR
 5660          MOVE SIGNED-BY-TEXT TO SSL-RESULT.
 5665      IF RS-VARIANCE-PERIOD = RUN-PERIOD-NUMBER AND VARIANCE-CLEAN
 5670          MOVE 'NOT NEEDED' TO SSL-THIS-PERIOD
 5675          SET STEP-DONE TO TRUE
 5680      ELSE
 5685          IF RS-SIGNOFF-PERIOD = RUN-PERIOD-NUMBER
 5690              MOVE 'DONE' TO SSL-THIS-PERIOD
 5695              SET STEP-DONE TO TRUE
 5700          ELSE
 5705              MOVE 'NOT YET GIVEN' TO SSL-THIS-PERIOD.
 5710      PERFORM 300-PRINT-STEP THRU 300-EXIT.
 5715
 5720  130-EXIT.
 5725      EXIT.
 5730
 5735  140-EXTRACT-STEP.
 5740      MOVE 'PAYMENT EXTRACT' TO SSL-STEP.
 5745      MOVE 'HERC08P' TO SSL-JOB.
 5750      MOVE RS-EXTRACT-PERIOD TO STEP-PERIOD.
 5755      MOVE RS-EXTRACT-RESULT TO STEP-RESULT.
 5760      MOVE RS-EXTRACT-DATE TO SSL-RUN-DATE.
 5765      MOVE 'N' TO STEP-GOOD-SWITCH.
 5770      IF EXTRACT-COMPLETE
 5775          SET STEP-GOOD TO TRUE.
 5780      PERFORM 200-SET-STEP-STATUS THRU 200-EXIT.
 5785      PERFORM 300-PRINT-STEP THRU 300-EXIT.
 5790
 5795  140-EXIT.
 5800      EXIT.
 5805
 5810  150-PROOF-STEP.
 5815      MOVE 'PAYMENT FILE PROOF' TO SSL-STEP.
 5820      MOVE 'HERC11P' TO SSL-JOB.
 5825      MOVE RS-PROOF-PERIOD TO STEP-PERIOD.
 5830      MOVE RS-PROOF-RESULT TO STEP-RESULT.
 5835      MOVE RS-PROOF-DATE TO SSL-RUN-DATE.
 5840      MOVE 'N' TO STEP-GOOD-SWITCH.
 5845      IF PROOF-CLEAN
 5850          SET STEP-GOOD TO TRUE.
 5855      PERFORM 200-SET-STEP-STATUS THRU 200-EXIT.
 5860      PERFORM 300-PRINT-STEP THRU 300-EXIT.
 5865
 5870  150-EXIT.
 5875      EXIT.
 5880
 5885  200-SET-STEP-STATUS.
 5890      MOVE STEP-PERIOD TO SSL-PERIOD.
 5895      MOVE 'N' TO STEP-DONE-SWITCH.
 5900      IF STEP-PERIOD = ZERO
 5905          MOVE 'NOT YET RUN' TO SSL-RESULT
 5910      ELSE
 5915          EVALUATE STEP-RESULT
 5920              WHEN 'C'
 5925                  MOVE 'CLEAN' TO SSL-RESULT
 5930              WHEN 'W'
 5935                  MOVE 'COMPLETE WITH WARNINGS' TO SSL-RESULT
 5940              WHEN 'N'
 5945                  MOVE 'NOT APPLICABLE' TO SSL-RESULT
 5950              WHEN 'F'
 5955                  MOVE 'FAILED' TO SSL-RESULT
 5960              WHEN OTHER
 5965                  MOVE 'NOT YET RUN' TO SSL-RESULT
 5970          END-EVALUATE.
 5975      IF STEP-PERIOD NOT = RUN-PERIOD-NUMBER
 5980          MOVE 'NOT YET RUN' TO SSL-THIS-PERIOD
 5985          GO TO 200-EXIT.
 5990      IF STEP-GOOD
 5995          MOVE 'DONE' TO SSL-THIS-PERIOD
 6000          SET STEP-DONE TO TRUE
 6005      ELSE
 6010          MOVE 'FAILED - RERUN' TO SSL-THIS-PERIOD.
 6015
 6020  200-EXIT.
 6025      EXIT.
 6030
 6035  300-PRINT-STEP.
 6040      WRITE STATUS-PRINT-REC FROM STAT-STEP-LINE
 6045          AFTER ADVANCING 1 LINES.
 6050      IF NOT STEP-DONE AND NOT NEXT-STEP-FOUND
 6055          MOVE SSL-STEP TO SNL-STEP
 6060          MOVE SSL-JOB TO SNL-JOB
 6065          SET NEXT-STEP-FOUND TO TRUE.
 6070
 6075  300-EXIT.
 6080      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//* PAY-PERIOD CONTROL RECORD AND THE PERIOD'S RUN-STATUS RECORD (SEE
//* GO.STATDD IN THE PAYROLL JOB, HERC01S) - READ ONLY.
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=SHR
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=SHR
//
