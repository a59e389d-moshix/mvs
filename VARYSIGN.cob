//HERC23V  JOB (COBOL),
//             'PAYROLL VARIANCE SIGN-OFF',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* SUPERVISOR SIGN-OFF OF A PAYROLL VARIANCE REPORT.  WHEN THE
//* VARIANCE REPORT (HERC06V) LISTS EMPLOYEES FOR REVIEW IT ENDS WITH
//* RETURN CODE 4 AND THE PAYMENT EXTRACT (HERC08P) WILL NOT RUN FOR
//* THE PERIOD.  ONCE A SUPERVISOR HAS CHECKED EVERY LINE ON THE
//* LISTING, SUBMIT THIS JOB WITH THE PERIOD AND THE SUPERVISOR'S ID
//* ON GO.SYSIN BELOW: THE SIGN-OFF IS RECORDED ON THE RUN-STATUS
//* RECORD, WHICH RELEASES THE PERIOD TO THE PAYMENT EXTRACT, AND A
//* ONE-PAGE SIGN-OFF LISTING PRINTS FOR FILING WITH THE REPORT.
//*
//* THE SIGN-OFF IS REFUSED (RETURN CODE 8, NOTHING RECORDED) WHEN THE
//* CARD PERIOD IS NOT THE PERIOD ON THE PAY-PERIOD CONTROL RECORD,
//* WHEN THE SUPERVISOR ID IS BLANK, OR WHEN THE VARIANCE REPORT HAS
//* NOT BEEN RUN FOR THE PERIOD.  A PERIOD WHOSE VARIANCE REPORT CAME
//* BACK CLEAN NEEDS NO SIGN-OFF - THE JOB SAYS SO AND ENDS WITH
//* RETURN CODE 4.  RERUNNING THE VARIANCE REPORT CANCELS THE
//* SIGN-OFF; SIGN THE NEW LISTING OFF AGAIN.
//SAL      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAYROLL VARIANCE SIGN-OFF PROGRAM
  160 ***   RECORDS A SUPERVISOR'S ACCEPTANCE OF THE PERIOD'S
  165 ***   VARIANCE REPORT ON THE RUN-STATUS RECORD SO THE
  168 ***   PAYMENT EXTRACT MAY RUN, AND PRINTS A SIGN-OFF LISTING
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. VARYSIGN.
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
 1500      SELECT SIGNOFF-FILE ASSIGN TO UR-S-SYSPRINT.
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
 2650      05 FILLER PIC X(51).
 2655
 2660  FD  RUN-STATUS
 2665      BLOCK CONTAINS 0 RECORDS
 2670      DATA RECORD IS RUN-STATUS-REC.
 2675
 2680  01  RUN-STATUS-REC.
 2685      05 RS-PAYROLL-PERIOD PIC 9(4).
 2690      05 RS-PAYROLL-RESULT PIC X(01).
 2695      88 PAYROLL-COMPLETE                   VALUE 'C'.
 2700      05 RS-PAYROLL-DATE PIC 9(8).
 2705      05 RS-RECONCIL-PERIOD PIC 9(4).
 2710      05 RS-RECONCIL-RESULT PIC X(01).
 2715      88 RECONCIL-CLEAN                     VALUE 'C'.
 2720      05 RS-RECONCIL-DATE PIC 9(8).
 2725      05 RS-VARIANCE-PERIOD PIC 9(4).
 2730      05 RS-VARIANCE-RESULT PIC X(01).
 2735      88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 2740      88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 2745      05 RS-VARIANCE-DATE PIC 9(8).
 2750      05 RS-SIGNOFF-PERIOD PIC 9(4).
 2755      05 RS-SIGNOFF-BY PIC X(06).
 2760      05 RS-EXTRACT-PERIOD PIC 9(4).
 2765      05 RS-EXTRACT-RESULT PIC X(01).
 2770      88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 2775      05 RS-EXTRACT-DATE PIC 9(8).
 2780      05 RS-PROOF-PERIOD PIC 9(4).
 2785      05 RS-PROOF-RESULT PIC X(01).
 2790      88 PROOF-CLEAN                        VALUE 'C'.
 2795      05 RS-PROOF-DATE PIC 9(8).
 2800      05 FILLER PIC X(05).
 2805
 2810  FD  SIGNOFF-FILE
 2815      LABEL RECORDS ARE OMITTED
 2820      DATA RECORD IS SIGNOFF-PRINT-REC.
 2825
 2830  01  SIGNOFF-PRINT-REC PIC X(132).
 3700  WORKING-STORAGE SECTION.
 3705  77  RUN-PERIOD-NUMBER           PIC 9(4)    VALUE ZERO.
 3710  77  RUN-PAY-DATE                PIC 9(8)    VALUE ZERO.
 3715  77  SIGNOFF-DATE                PIC 9(8)    VALUE ZERO.
 3720
 3725  01  SIGNOFF-CARD.
 3730      05 SGN-PERIOD-X PIC X(4).
 3735      05 SGN-PERIOD REDEFINES SGN-PERIOD-X PIC 9(4).
 3740      05 FILLER PIC X(01).
 3745      05 SGN-SUPERVISOR PIC X(06).
 3750      05 FILLER PIC X(01).
 3755      05 SGN-NOTE PIC X(60).
 3760      05 FILLER PIC X(08).
 3765
 3770  01  SGN-TITLE-LINE.
 3775      05 FILLER PIC X(25) VALUE SPACES.
 3780      05 FILLER PIC X(50) VALUE
 3785          'P A Y R O L L   V A R I A N C E   S I G N - O F F'.
 3790      05 FILLER PIC X(21) VALUE ' -  B I M  C O R P .'.
 3795      05 FILLER PIC X(36) VALUE SPACES.
 3800
 3805  01  SGN-PERIOD-LINE.
 3810      05 FILLER PIC X(12) VALUE 'PAY PERIOD: '.
 3815      05 SPL-PERIOD-NO PIC ZZZ9.
 3820      05 FILLER PIC X(12) VALUE '  PAY DATE: '.
 3825      05 SPL-PAY-DATE PIC 9999/99/99.
 3830      05 FILLER PIC X(94) VALUE SPACES.
 3835
 3840  01  SGN-REPORT-LINE.
 3845      05 FILLER PIC X(26) VALUE 'VARIANCE REPORT RUN:      '.
 3850      05 SRL-REPORT-DATE PIC 9999/99/99.
 3855      05 FILLER PIC X(34) VALUE
 3860          '  - EMPLOYEES LISTED FOR REVIEW'.
 3865      05 FILLER PIC X(62) VALUE SPACES.
 3870
 3875  01  SGN-BY-LINE.
 3880      05 FILLER PIC X(26) VALUE 'REVIEWED AND ACCEPTED BY: '.
 3885      05 SBL-SUPERVISOR PIC X(06).
 3890      05 FILLER PIC X(08) VALUE '    ON: '.
 3895      05 SBL-SIGNOFF-DATE PIC 9999/99/99.
 3900      05 FILLER PIC X(82) VALUE SPACES.
 3905
 3910  01  SGN-NOTE-LINE.
 3915      05 FILLER PIC X(26) VALUE 'NOTE:'.
 3920      05 SNL-NOTE PIC X(60).
 3925      05 FILLER PIC X(46) VALUE SPACES.
 3930
 3935  01  SGN-RELEASE-LINE.
 3940      05 FILLER PIC X(52) VALUE
 3945          'PERIOD RELEASED TO THE PAYMENT EXTRACT (HERC08P).'.
 3950      05 FILLER PIC X(80) VALUE SPACES.
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010      ACCEPT SIGNOFF-CARD FROM SYSIN.
 5015      IF SGN-PERIOD-X NOT NUMERIC
 5020          DISPLAY 'SIGN-OFF CARD MISSING OR PERIOD NOT NUMERIC'
 5025              UPON CONSOLE
 5030          MOVE 8 TO RETURN-CODE
 5035          STOP RUN.
 5040      IF SGN-SUPERVISOR = SPACES
 5045          DISPLAY 'SIGN-OFF CARD HAS NO SUPERVISOR ID - '
 5050              'RUN TERMINATED' UPON CONSOLE
 5055          MOVE 8 TO RETURN-CODE
 5060          STOP RUN.
 5065
 5070      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5075      PERFORM 015-CHECK-RUN-STATUS THRU 015-EXIT.
 5080      OPEN OUTPUT SIGNOFF-FILE.
 5085
 5090  000-TERMINATE.
 5095      PERFORM 030-RECORD-SIGNOFF THRU 030-EXIT.
 5100      PERFORM 040-PRINT-SIGNOFF THRU 040-EXIT.
 5105      CLOSE RUN-STATUS, SIGNOFF-FILE.
 5110      DISPLAY 'VARIANCE SIGN-OFF RECORDED FOR PERIOD '
 5115          RUN-PERIOD-NUMBER ' BY ' SGN-SUPERVISOR UPON CONSOLE.
 5120
 5125      STOP RUN.
 5130
 5135  010-READ-PERIOD-CONTROL.
 5140      OPEN INPUT PERIOD-CONTROL.
 5145      READ PERIOD-CONTROL
 5150          AT END
 5155              DISPLAY 'PAY PERIOD CONTROL EMPTY - RUN TERMINATED'
 5160                  UPON CONSOLE
 5165              MOVE 8 TO RETURN-CODE
 5170              STOP RUN
 5175      END-READ.
 5180      MOVE PC-PERIOD-NUMBER TO RUN-PERIOD-NUMBER.
 5185      MOVE PC-PAY-DATE TO RUN-PAY-DATE.
 5190      CLOSE PERIOD-CONTROL.
 5195      IF SGN-PERIOD NOT = RUN-PERIOD-NUMBER
 5200          DISPLAY 'SIGN-OFF PERIOD ' SGN-PERIOD
 5205              ' IS NOT THE CURRENT PERIOD ' RUN-PERIOD-NUMBER
 5210              ' - SIGN-OFF REFUSED' UPON CONSOLE
 5215          MOVE 8 TO RETURN-CODE
 5220          STOP RUN.
 5225
 5230  010-EXIT.
 5235      EXIT.
 5240
 5245  015-CHECK-RUN-STATUS.
 5250      OPEN I-O RUN-STATUS.
 5255      READ RUN-STATUS
 5260          AT END
 5265              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 5270                  UPON CONSOLE
 5275              MOVE 8 TO RETURN-CODE
 5280              STOP RUN
 5285      END-READ.
 5290      IF RS-VARIANCE-PERIOD NOT = RUN-PERIOD-NUMBER
 5295          DISPLAY 'VARIANCE REPORT NOT RUN FOR PERIOD '
 5300              RUN-PERIOD-NUMBER ' - SIGN-OFF REFUSED' UPON CONSOLE
 5305          MOVE 8 TO RETURN-CODE
 5310          STOP RUN.
 5315      IF VARIANCE-CLEAN
 5320          DISPLAY 'VARIANCE REPORT CLEAN FOR PERIOD '
 5325              RUN-PERIOD-NUMBER ' - NO SIGN-OFF NEEDED'
 5330              UPON CONSOLE
 5335          CLOSE RUN-STATUS
 5340          MOVE 4 TO RETURN-CODE
 5345          STOP RUN.
 5350      IF NOT VARIANCE-FOR-REVIEW
 5355          DISPLAY 'VARIANCE REPORT FOR PERIOD ' RUN-PERIOD-NUMBER
 5360              ' DID NOT COMPLETE - SIGN-OFF REFUSED' UPON CONSOLE
 5365          MOVE 8 TO RETURN-CODE
 5370          STOP RUN.
 5375
 5380  015-EXIT.
 5385      EXIT.
 5390
 5395  030-RECORD-SIGNOFF.
 5400      ACCEPT SIGNOFF-DATE FROM DATE YYYYMMDD.
 5405      MOVE RUN-PERIOD-NUMBER TO RS-SIGNOFF-PERIOD.
 5410      MOVE SGN-SUPERVISOR TO RS-SIGNOFF-BY.
 5415      REWRITE RUN-STATUS-REC.
 5420
 5425  030-EXIT.
 5430      EXIT.
 5435
 5440  040-PRINT-SIGNOFF.
 5445      MOVE RUN-PERIOD-NUMBER TO SPL-PERIOD-NO.
 5450      MOVE RUN-PAY-DATE      TO SPL-PAY-DATE.
 5455      MOVE RS-VARIANCE-DATE  TO SRL-REPORT-DATE.
 5460      MOVE SGN-SUPERVISOR    TO SBL-SUPERVISOR.
 5465      MOVE SIGNOFF-DATE      TO SBL-SIGNOFF-DATE.
 5470      MOVE SGN-NOTE          TO SNL-NOTE.
 5475      WRITE SIGNOFF-PRINT-REC FROM SGN-TITLE-LINE
 5480          AFTER ADVANCING PAGE.
 5485      WRITE SIGNOFF-PRINT-REC FROM SGN-PERIOD-LINE
 5490          AFTER ADVANCING 2 LINES.
 5495      WRITE SIGNOFF-PRINT-REC FROM SGN-REPORT-LINE
 5500          AFTER ADVANCING 2 LINES.
 5505      WRITE SIGNOFF-PRINT-REC FROM SGN-BY-LINE
 5510          AFTER ADVANCING 2 LINES.
 5515      WRITE SIGNOFF-PRINT-REC FROM SGN-NOTE-LINE
 5520          AFTER ADVANCING 1 LINES.
 5525      WRITE SIGNOFF-PRINT-REC FROM SGN-RELEASE-LINE
 5530          AFTER ADVANCING 3 LINES.
 5535
 5540  040-EXIT.
 5545      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//* PAY-PERIOD CONTROL RECORD AND THE PERIOD'S RUN-STATUS RECORD (SEE
//* GO.STATDD IN THE PAYROLL JOB, HERC01S).
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=SHR
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=OLD
//* SIGN-OFF CARD: PERIOD NUMBER (1-4), SUPERVISOR ID (6-11) AND AN
//* OPTIONAL NOTE (13-72) PRINTED ON THE SIGN-OFF LISTING:
//GO.SYSIN    DD *
0001 SUPV01 VARIANCES REVIEWED AGAINST APPROVED PAY CHANGES
/*
//
