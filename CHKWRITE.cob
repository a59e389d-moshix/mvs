//HERC20C  JOB (COBOL),
//             'CHECK WRITER',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* PRINTS THE PAYROLL CHECKS QUEUED ON HERC01.CHECK.PENDING.  CHECKS
//* ARE QUEUED BY THE PAYMENT EXTRACT (HERC08P) FOR EVERY LINE OF ITS
//* PAY-BY-CHECK LISTING, BY THE BANK RETURNS JOB (HERC10R) FOR EACH
//* VERIFIED RETURNED DEPOSIT, AND BY THE CHECK RECONCILIATION
//* (HERC21R) FOR A VOIDED OR STALE-DATED CHECK TO BE REISSUED.  EACH
//* CHECK TAKES THE NEXT NUMBER FROM THE CHECK-STOCK CONTROL RECORD,
//* IS ADDED TO THE CHECK REGISTER (HERC01.CHECK.REGISTER) AS
//* OUTSTANDING FOR THE RECONCILIATION, AND IS LISTED ON THE CHECK
//* REGISTER REPORT.  SUBMIT AFTER THE PAYMENT EXTRACT ON PAYDAY AND
//* AFTER ANY BANK RETURNS OR RECONCILIATION RUN THAT QUEUED A
//* REISSUE.
//*
//* MOUNT THE CHECK STOCK FOR GO.SYSCHK WITH THE FIRST FORM NUMBERED
//* AS THE CONTROL RECORD'S NEXT CHECK NUMBER.  WHEN THE STOCK LEFT IS
//* SHORT OF THE CHECKS QUEUED THE RUN ENDS WITH RETURN CODE 8 BEFORE
//* ANYTHING IS PRINTED: LOAD THE NEW STOCK INTO THE CONTROL RECORD
//* AND RESUBMIT.  A FORM SPOILED IN THE PRINTER IS VOIDED THROUGH THE
//* RECONCILIATION (HERC21R) WITH A REISSUE.  IF THE CHECK STEP ABENDS
//* PART WAY, DELETE THE RUN'S PARTIAL RECORDS FROM THE END OF THE
//* CHECK REGISTER AND RESET THE NEXT CHECK NUMBER BEFORE RERUNNING.
//SORTREQ  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.CHECK.PENDING,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.CHECK.PEND.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,1,CH,A,2,10,CH,A)
/*
//CHK      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAYROLL CHECK WRITER PROGRAM
  160 ***   PRINTS THE QUEUED PAYROLL AND REISSUE CHECKS, NUMBERS
  165 ***   THEM FROM THE CHECK-STOCK CONTROL RECORD AND ADDS THEM
  168 ***   TO THE CHECK REGISTER AS OUTSTANDING
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. CHKWRITE.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1405      SELECT CHECK-REQUEST ASSIGN TO DA-S-REQDD.
 1410      SELECT STOCK-CONTROL ASSIGN TO DA-S-STKDD.
 1415      SELECT CHECK-REGISTER ASSIGN TO DA-S-CRGDD.
 1420      SELECT CHECK-FILE ASSIGN TO UR-S-SYSCHK.
 1425      SELECT REGISTER-LIST-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  CHECK-REQUEST
 2605      BLOCK CONTAINS 0 RECORDS
 2610      DATA RECORD IS CHECK-REQUEST-REC.
 2615
 2620  01  CHECK-REQUEST-REC.
 2625      05 CQ-SOURCE PIC X(01).
 2630      05 CQ-EMPLOYEE-ID PIC 9(10).
 2635      05 CQ-NAME PIC X(23).
 2640      05 CQ-AMOUNT PIC 9(6)V99.
 2645      05 CQ-PAY-DATE PIC 9(8).
 2650      05 CQ-PERIOD-NUMBER PIC 9(4).
 2655      05 CQ-RUN-TYPE PIC X(01).
 2660      05 CQ-REASON PIC X(20).
 2665      05 FILLER PIC X(05).
 2670
 2675  FD  STOCK-CONTROL
 2680      BLOCK CONTAINS 0 RECORDS
 2685      DATA RECORD IS STOCK-CONTROL-REC.
 2690
 2695  01  STOCK-CONTROL-REC.
 2700      05 CS-NEXT-CHECK-NUMBER PIC 9(8).
 2705      05 CS-LAST-CHECK-NUMBER PIC 9(8).
 2710      05 CS-LAST-RUN-DATE PIC 9(8).
 2715      05 CS-LAST-RUN-COUNT PIC 9(5).
 2720      05 FILLER PIC X(51).
 2725
 2730  FD  CHECK-REGISTER
 2735      BLOCK CONTAINS 0 RECORDS
 2740      DATA RECORD IS CHECK-REGISTER-REC.
 2745
 2750  01  CHECK-REGISTER-REC.
 2755      05 CR-CHECK-NUMBER PIC 9(8).
 2760      05 CR-ISSUE-DATE PIC 9(8).
 2765      05 CR-EMPLOYEE-ID PIC 9(10).
 2770      05 CR-NAME PIC X(23).
 2775      05 CR-AMOUNT PIC 9(6)V99.
 2780      05 CR-SOURCE PIC X(01).
 2785      05 CR-PERIOD-NUMBER PIC 9(4).
 2790      05 CR-STATUS PIC X(01).
 2795      88 CR-OUTSTANDING                     VALUE 'O'.
 2800      05 CR-STATUS-DATE PIC 9(8).
 2805      05 CR-PAID-AMOUNT PIC 9(6)V99.
 2810      05 FILLER PIC X(01).
 2815
 2820  FD  CHECK-FILE
 2825      LABEL RECORDS ARE OMITTED
 2830      DATA RECORD IS CHECK-PRINT-REC.
 2835
 2840  01  CHECK-PRINT-REC PIC X(132).
 2845
 2850  FD  REGISTER-LIST-FILE
 2855      LABEL RECORDS ARE OMITTED
 2860      DATA RECORD IS REGISTER-PRINT-REC.
 2865
 2870  01  REGISTER-PRINT-REC PIC X(132).
 2875
 3600  WORKING-STORAGE SECTION.
 3605  77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
 3610  88  REQUEST-EOF                          VALUE 'Y'.
 3615  77  CHECK-RUN-DATE              PIC 9(8)    VALUE ZERO.
 3620  77  CHECK-DATE                  PIC 9(8)    VALUE ZERO.
 3625  77  NEXT-CHECK-NUMBER           PIC 9(8)    VALUE ZERO.
 3630  77  FIRST-CHECK-NUMBER          PIC 9(8)    VALUE ZERO.
 3635  77  STOCK-REMAINING             PIC 9(8)    VALUE ZERO.
 3640  77  CHECKS-QUEUED               PIC 9(7)    VALUE ZERO.
 3645  77  CHECKS-WRITTEN              PIC 9(7)    VALUE ZERO.
 3650  77  REQUESTS-SKIPPED            PIC 9(7)    VALUE ZERO.
 3655  77  REQUESTS-REJECTED           PIC 9(7)    VALUE ZERO.
 3660  77  CHECK-TOTAL                 PIC 9(9)V99 VALUE ZERO.
 3665  77  REGISTER-NOTE               PIC X(20)   VALUE SPACES.
 3670
 3675  01  CHECK-LINE-1.
 3680      05 FILLER PIC X(10) VALUE SPACES.
 3685      05 FILLER PIC X(20) VALUE 'B I M   C O R P .'.
 3690      05 FILLER PIC X(60) VALUE SPACES.
 3695      05 FILLER PIC X(10) VALUE 'CHECK NO. '.
 3700      05 CKL-CHECK-NUMBER PIC 9(8).
 3705      05 FILLER PIC X(24) VALUE SPACES.
 3710
 3715  01  CHECK-LINE-2.
 3720      05 FILLER PIC X(10) VALUE SPACES.
 3725      05 FILLER PIC X(20) VALUE 'PAYROLL ACCOUNT'.
 3730      05 FILLER PIC X(60) VALUE SPACES.
 3735      05 FILLER PIC X(10) VALUE 'DATE'.
 3740      05 CKL-CHECK-DATE PIC 9999/99/99.
 3745      05 FILLER PIC X(22) VALUE SPACES.
 3750
 3755  01  CHECK-LINE-3.
 3760      05 FILLER PIC X(10) VALUE SPACES.
 3765      05 FILLER PIC X(20) VALUE 'PAY TO THE ORDER OF'.
 3770      05 CKL-NAME PIC X(23).
 3775      05 FILLER PIC X(37) VALUE SPACES.
 3780      05 FILLER PIC X(10) VALUE 'AMOUNT'.
 3785      05 CKL-AMOUNT PIC $***,**9.99.
 3790      05 FILLER PIC X(21) VALUE SPACES.
 3795
 3800  01  CHECK-LINE-4.
 3805      05 FILLER PIC X(10) VALUE SPACES.
 3810      05 FILLER PIC X(09) VALUE 'EMPLOYEE '.
 3815      05 CKL-EMPLOYEE-ID PIC 9(10).
 3820      05 FILLER PIC X(09) VALUE '  PERIOD '.
 3825      05 CKL-PERIOD-NUMBER PIC 9(4).
 3830      05 FILLER PIC X(11) VALUE '  PAY DATE '.
 3835      05 CKL-PAY-DATE PIC 9999/99/99.
 3840      05 FILLER PIC X(02) VALUE SPACES.
 3845      05 CKL-REASON PIC X(20).
 3850      05 FILLER PIC X(47) VALUE SPACES.
 3855
 3860  01  CHECK-LINE-5.
 3865      05 FILLER PIC X(10) VALUE SPACES.
 3870      05 FILLER PIC X(41) VALUE
 3875          'VOID AFTER SIX MONTHS FROM DATE OF ISSUE'.
 3880      05 FILLER PIC X(81) VALUE SPACES.
 3885
 3890  01  REGISTER-TITLE-LINE.
 3895      05 FILLER PIC X(30) VALUE SPACES.
 3900      05 FILLER PIC X(40) VALUE
 3905          'P A Y R O L L   C H E C K   R E G I S T'.
 3910      05 FILLER PIC X(04) VALUE ' E R'.
 3915      05 FILLER PIC X(58) VALUE SPACES.
 3920
 3925  01  REGISTER-DATE-LINE.
 3930      05 FILLER PIC X(09) VALUE 'RUN DATE '.
 3935      05 RDT-RUN-DATE PIC 9999/99/99.
 3940      05 FILLER PIC X(113) VALUE SPACES.
 3945
 3950  01  REGISTER-HEAD-LINE.
 3955      05 FILLER PIC X(10) VALUE 'CHECK NO'.
 3960      05 FILLER PIC X(12) VALUE 'CHECK DATE'.
 3965      05 FILLER PIC X(12) VALUE 'EMPL.ID'.
 3970      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 3975      05 FILLER PIC X(12) VALUE '    AMOUNT'.
 3980      05 FILLER PIC X(05) VALUE 'SRC'.
 3985      05 FILLER PIC X(08) VALUE 'PERIOD'.
 3990      05 FILLER PIC X(20) VALUE 'REASON'.
 3995      05 FILLER PIC X(28) VALUE SPACES.
 4000
 4005  01  REGISTER-DETAIL-LINE.
 4010      05 RDL-CHECK-NUMBER PIC Z(8).
 4015      05 FILLER PIC X(02) VALUE SPACES.
 4020      05 RDL-CHECK-DATE PIC 9999/99/99.
 4025      05 FILLER PIC X(02) VALUE SPACES.
 4030      05 RDL-EMPLOYEE-ID PIC 9(10).
 4035      05 FILLER PIC X(02) VALUE SPACES.
 4040      05 RDL-NAME PIC X(23).
 4045      05 FILLER PIC X(02) VALUE SPACES.
 4050      05 RDL-AMOUNT PIC ZZZ,ZZ9.99.
 4055      05 FILLER PIC X(03) VALUE SPACES.
 4060      05 RDL-SOURCE PIC X(01).
 4065      05 FILLER PIC X(03) VALUE SPACES.
 4070      05 RDL-PERIOD-NUMBER PIC 9(4).
 4075      05 FILLER PIC X(04) VALUE SPACES.
 4080      05 RDL-NOTE PIC X(20).
 4085      05 FILLER PIC X(28) VALUE SPACES.
 4090
 4095  01  REGISTER-COUNT-LINE.
 4100      05 RCL-LABEL PIC X(45).
 4105      05 RCL-COUNT PIC ZZZ,ZZZ,ZZ9.
 4110      05 FILLER PIC X(76) VALUE SPACES.
 4115
 4120  01  REGISTER-TOTAL-LINE.
 4125      05 FILLER PIC X(40) VALUE 'TOTAL AMOUNT OF CHECKS WRITTEN'.
 4130      05 RTL-TOTAL PIC $$$,$$$,$$9.99.
 4135      05 FILLER PIC X(78) VALUE SPACES.
 4140
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010
 5015      ACCEPT CHECK-RUN-DATE FROM DATE YYYYMMDD.
 5020      PERFORM 010-READ-STOCK-CONTROL THRU 010-EXIT.
 5025      PERFORM 020-COUNT-REQUESTS THRU 020-EXIT.
 5030
 5035      OPEN INPUT CHECK-REQUEST.
 5040      OPEN EXTEND CHECK-REGISTER.
 5045      OPEN OUTPUT CHECK-FILE, REGISTER-LIST-FILE.
 5050      MOVE CHECK-RUN-DATE TO RDT-RUN-DATE.
 5055      WRITE REGISTER-PRINT-REC FROM REGISTER-TITLE-LINE
 5060          AFTER ADVANCING PAGE.
 5065      WRITE REGISTER-PRINT-REC FROM REGISTER-DATE-LINE
 5070          AFTER ADVANCING 2 LINES.
 5075      WRITE REGISTER-PRINT-REC FROM REGISTER-HEAD-LINE
 5080          AFTER ADVANCING 2 LINES.
 5085
 5090      PERFORM 110-READ-REQUEST THRU 110-EXIT.
 5095      PERFORM 200-WRITE-ONE-CHECK THRU 200-EXIT
 5100          UNTIL REQUEST-EOF.
 5105
 5110  000-TERMINATE.
 5115      MOVE NEXT-CHECK-NUMBER TO CS-NEXT-CHECK-NUMBER.
 5120      MOVE CHECK-RUN-DATE TO CS-LAST-RUN-DATE.
 5125      MOVE CHECKS-WRITTEN TO CS-LAST-RUN-COUNT.
 5130      REWRITE STOCK-CONTROL-REC.
 5135      PERFORM 450-PRINT-COUNTS THRU 450-EXIT.
 5140      CLOSE CHECK-REQUEST, STOCK-CONTROL, CHECK-REGISTER,
 5145            CHECK-FILE, REGISTER-LIST-FILE.
 5150      DISPLAY 'CHECK WRITER COMPLETE - ' CHECKS-WRITTEN
 5155          ' CHECKS PRINTED' UPON CONSOLE.
 5160      IF REQUESTS-REJECTED > ZERO
 5165          DISPLAY 'CHECK REQUESTS REJECTED - REVIEW REGISTER'
 5170              UPON CONSOLE
 5175          MOVE 4 TO RETURN-CODE.
 5180
 5185      STOP RUN.
 5190
 5195  010-READ-STOCK-CONTROL.
 5200      OPEN I-O STOCK-CONTROL.
 5205      READ STOCK-CONTROL
 5210          AT END
 5215              DISPLAY 'CHECK STOCK CONTROL EMPTY - RUN TERMINATED'
 5220                  UPON CONSOLE
 5225              MOVE 8 TO RETURN-CODE
 5230              STOP RUN
 5235      END-READ.
 5240      IF CS-NEXT-CHECK-NUMBER NOT NUMERIC
 5245          OR CS-LAST-CHECK-NUMBER NOT NUMERIC
 5250          OR CS-NEXT-CHECK-NUMBER = ZERO
 5255          DISPLAY 'CHECK STOCK CONTROL INVALID - RUN TERMINATED'
 5260              UPON CONSOLE
 5265          MOVE 8 TO RETURN-CODE
 5270          STOP RUN.
 5275      MOVE CS-NEXT-CHECK-NUMBER TO NEXT-CHECK-NUMBER.
 5280      MOVE CS-NEXT-CHECK-NUMBER TO FIRST-CHECK-NUMBER.
 5285      IF CS-NEXT-CHECK-NUMBER > CS-LAST-CHECK-NUMBER
 5290          MOVE ZERO TO STOCK-REMAINING
 5295      ELSE
 5300          COMPUTE STOCK-REMAINING =
 5305              CS-LAST-CHECK-NUMBER - CS-NEXT-CHECK-NUMBER + 1.
 5310
 5315  010-EXIT.
 5320      EXIT.
 5325
 5330  020-COUNT-REQUESTS.
 5335      OPEN INPUT CHECK-REQUEST.
 5340      PERFORM 025-COUNT-ONE-REQUEST THRU 025-EXIT
 5345          UNTIL REQUEST-EOF.
 5350      CLOSE CHECK-REQUEST.
 5355      MOVE 'N' TO REQUEST-EOF-SWITCH.
 5360      IF CHECKS-QUEUED > STOCK-REMAINING
 5365          DISPLAY 'CHECK STOCK SHORT - ' CHECKS-QUEUED
 5370              ' CHECKS QUEUED, ' STOCK-REMAINING ' FORMS LEFT'
 5375              UPON CONSOLE
 5380          DISPLAY 'NO CHECKS PRINTED - RUN TERMINATED'
 5385              UPON CONSOLE
 5390          CLOSE STOCK-CONTROL
 5395          MOVE 8 TO RETURN-CODE
 5400          STOP RUN.
 5405
 5410  020-EXIT.
 5415      EXIT.
 5420
 5425  025-COUNT-ONE-REQUEST.
 5430      READ CHECK-REQUEST
 5435          AT END
 5440              SET REQUEST-EOF TO TRUE
 5445              GO TO 025-EXIT.
 5450      IF CQ-AMOUNT NUMERIC AND CQ-AMOUNT > ZERO
 5455          ADD 1 TO CHECKS-QUEUED.
 5460
 5465  025-EXIT.
 5470      EXIT.
 5475
 5480  110-READ-REQUEST.
 5485      READ CHECK-REQUEST
 5490          AT END
 5495              SET REQUEST-EOF TO TRUE.
 5500
 5505  110-EXIT.
 5510      EXIT.
 5515
 5520  200-WRITE-ONE-CHECK.
 5525      IF CQ-AMOUNT NOT NUMERIC
 5530          MOVE 'INVALID AMOUNT' TO REGISTER-NOTE
 5535          ADD 1 TO REQUESTS-REJECTED
 5540          PERFORM 250-LIST-SKIPPED-REQUEST THRU 250-EXIT
 5545          GO TO 290-NEXT-REQUEST.
 5550      IF CQ-AMOUNT = ZERO
 5555          MOVE 'ZERO AMOUNT-NO CHECK' TO REGISTER-NOTE
 5560          ADD 1 TO REQUESTS-SKIPPED
 5565          PERFORM 250-LIST-SKIPPED-REQUEST THRU 250-EXIT
 5570          GO TO 290-NEXT-REQUEST.
 5575      IF CQ-PAY-DATE NUMERIC AND CQ-PAY-DATE > CHECK-RUN-DATE
 5580          MOVE CQ-PAY-DATE TO CHECK-DATE
 5585      ELSE
 5590          MOVE CHECK-RUN-DATE TO CHECK-DATE.
 5595
 5600      PERFORM 210-PRINT-CHECK THRU 210-EXIT.
 5605
 5610      MOVE SPACES            TO CHECK-REGISTER-REC.
 5615      MOVE NEXT-CHECK-NUMBER TO CR-CHECK-NUMBER.
 5620      MOVE CHECK-DATE        TO CR-ISSUE-DATE.
 5625      MOVE CQ-EMPLOYEE-ID    TO CR-EMPLOYEE-ID.
 5630      MOVE CQ-NAME           TO CR-NAME.
 5635      MOVE CQ-AMOUNT         TO CR-AMOUNT.
 5640      MOVE CQ-SOURCE         TO CR-SOURCE.
 5645      MOVE CQ-PERIOD-NUMBER  TO CR-PERIOD-NUMBER.
 5650      SET CR-OUTSTANDING TO TRUE.
 5655      MOVE CHECK-DATE        TO CR-STATUS-DATE.
 5660      MOVE ZERO              TO CR-PAID-AMOUNT.
 5665      WRITE CHECK-REGISTER-REC.
 5670
 5675      MOVE NEXT-CHECK-NUMBER TO RDL-CHECK-NUMBER.
 5680      MOVE CQ-REASON TO REGISTER-NOTE.
 5685      PERFORM 260-LIST-REQUEST THRU 260-EXIT.
 5690      ADD 1 TO NEXT-CHECK-NUMBER.
 5695      ADD 1 TO CHECKS-WRITTEN.
 5700      ADD CQ-AMOUNT TO CHECK-TOTAL.
 5705
 5710  290-NEXT-REQUEST.
 5715      PERFORM 110-READ-REQUEST THRU 110-EXIT.
 5720
 5725  200-EXIT.
 5730      EXIT.
 5735
 5740  210-PRINT-CHECK.
 5745      MOVE NEXT-CHECK-NUMBER TO CKL-CHECK-NUMBER.
 5750      MOVE CHECK-DATE        TO CKL-CHECK-DATE.
 5755      MOVE CQ-NAME           TO CKL-NAME.
 5760      MOVE CQ-AMOUNT         TO CKL-AMOUNT.
 5765      MOVE CQ-EMPLOYEE-ID    TO CKL-EMPLOYEE-ID.
 5770      MOVE CQ-PERIOD-NUMBER  TO CKL-PERIOD-NUMBER.
 5775      MOVE CQ-PAY-DATE       TO CKL-PAY-DATE.
 5780      MOVE CQ-REASON         TO CKL-REASON.
 5785      WRITE CHECK-PRINT-REC FROM CHECK-LINE-1
 5790          AFTER ADVANCING PAGE.
 5795      WRITE CHECK-PRINT-REC FROM CHECK-LINE-2
 5800          AFTER ADVANCING 2 LINES.
 5805      WRITE CHECK-PRINT-REC FROM CHECK-LINE-3
 5810          AFTER ADVANCING 3 LINES.
 5815      WRITE CHECK-PRINT-REC FROM CHECK-LINE-4
 5820          AFTER ADVANCING 3 LINES.
 5825      WRITE CHECK-PRINT-REC FROM CHECK-LINE-5
 5830          AFTER ADVANCING 2 LINES.
 5835
 5840  210-EXIT.
 5845      EXIT.
 5850
 5855  250-LIST-SKIPPED-REQUEST.
 5860      MOVE ZERO TO RDL-CHECK-NUMBER.
 5865      MOVE CHECK-RUN-DATE TO CHECK-DATE.
 5870      PERFORM 260-LIST-REQUEST THRU 260-EXIT.
 5875
 5880  250-EXIT.
 5885      EXIT.
 5890
 5895  260-LIST-REQUEST.
 5900      MOVE CHECK-DATE       TO RDL-CHECK-DATE.
 5905      MOVE CQ-EMPLOYEE-ID   TO RDL-EMPLOYEE-ID.
 5910      MOVE CQ-NAME          TO RDL-NAME.
 5915      IF CQ-AMOUNT NUMERIC
 5920          MOVE CQ-AMOUNT    TO RDL-AMOUNT
 5925      ELSE
 5930          MOVE ZERO         TO RDL-AMOUNT.
 5935      MOVE CQ-SOURCE        TO RDL-SOURCE.
 5940      MOVE CQ-PERIOD-NUMBER TO RDL-PERIOD-NUMBER.
 5945      MOVE REGISTER-NOTE    TO RDL-NOTE.
 5950      WRITE REGISTER-PRINT-REC FROM REGISTER-DETAIL-LINE
 5955          AFTER ADVANCING 1 LINES.
 5960
 5965  260-EXIT.
 5970      EXIT.
 5975
 5980  450-PRINT-COUNTS.
 5985      MOVE 'CHECKS WRITTEN' TO RCL-LABEL.
 5990      MOVE CHECKS-WRITTEN TO RCL-COUNT.
 5995      WRITE REGISTER-PRINT-REC FROM REGISTER-COUNT-LINE
 6000          AFTER ADVANCING 3 LINES.
 6005      MOVE CHECK-TOTAL TO RTL-TOTAL.
 6010      WRITE REGISTER-PRINT-REC FROM REGISTER-TOTAL-LINE
 6015          AFTER ADVANCING 1 LINES.
 6020      IF CHECKS-WRITTEN > ZERO
 6025          MOVE 'FIRST CHECK NUMBER USED' TO RCL-LABEL
 6030          MOVE FIRST-CHECK-NUMBER TO RCL-COUNT
 6035          WRITE REGISTER-PRINT-REC FROM REGISTER-COUNT-LINE
 6040              AFTER ADVANCING 2 LINES
 6045          MOVE 'LAST CHECK NUMBER USED' TO RCL-LABEL
 6050          SUBTRACT 1 FROM NEXT-CHECK-NUMBER GIVING RCL-COUNT
 6055          WRITE REGISTER-PRINT-REC FROM REGISTER-COUNT-LINE
 6060              AFTER ADVANCING 1 LINES.
 6065      MOVE 'NEXT CHECK NUMBER ON THE STOCK CONTROL' TO RCL-LABEL.
 6070      MOVE NEXT-CHECK-NUMBER TO RCL-COUNT.
 6075      WRITE REGISTER-PRINT-REC FROM REGISTER-COUNT-LINE
 6080          AFTER ADVANCING 1 LINES.
 6085      MOVE 'ZERO-AMOUNT REQUESTS SKIPPED' TO RCL-LABEL.
 6090      MOVE REQUESTS-SKIPPED TO RCL-COUNT.
 6095      WRITE REGISTER-PRINT-REC FROM REGISTER-COUNT-LINE
 6100          AFTER ADVANCING 2 LINES.
 6105      MOVE 'INVALID REQUESTS REJECTED' TO RCL-LABEL.
 6110      MOVE REQUESTS-REJECTED TO RCL-COUNT.
 6115      WRITE REGISTER-PRINT-REC FROM REGISTER-COUNT-LINE
 6120          AFTER ADVANCING 1 LINES.
 6125
 6130  450-EXIT.
 6135      EXIT.
 6140
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//* THE CHECKS THEMSELVES, ONE PER FORM, ON THE PRE-NUMBERED STOCK:
//GO.SYSCHK   DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.REQDD    DD DSNAME=HERC01.CHECK.PEND.SORTED,DISP=(OLD,DELETE)
//* CHECK-STOCK CONTROL RECORD (ALLOCATE ONCE, RECFM=FB LRECL=80):
//* NEXT CHECK NUMBER (1-8) AND LAST FORM NUMBER ON HAND (9-16).
//* OPERATIONS KEYS BOTH WHEN NEW STOCK IS RECEIVED; THE RUN ADVANCES
//* THE NEXT NUMBER AND STAMPS THE RUN DATE (17-24) AND THE NUMBER OF
//* CHECKS PRINTED (25-29).
//GO.STKDD    DD DSNAME=HERC01.CHECK.STOCKCTL,DISP=OLD
//* CHECK REGISTER (ALLOCATE ONCE, RECFM=FB LRECL=80; NEVER SCRATCH
//* OR REALLOCATE IT).  EVERY CHECK PRINTED IS ADDED AS OUTSTANDING;
//* THE CHECK RECONCILIATION (HERC21R) CLEARS, VOIDS AND CANCELS THEM.
//GO.CRGDD    DD DSNAME=HERC01.CHECK.REGISTER,DISP=MOD
//*
//* EMPTY THE PENDING-CHECK FILE ONCE THE CHECKS ARE PRINTED SO THEY
//* ARE NOT PRINTED AGAIN.  COND HOLDS THE QUEUE WHEN THE CHECK STEP
//* ENDED EARLY.
//EMPTYQ   EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSUT2   DD DSNAME=HERC01.CHECK.PENDING,DISP=OLD
//
