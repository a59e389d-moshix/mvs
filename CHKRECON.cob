//HERC21R  JOB (COBOL),
//             'CHECK RECONCILIATION',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* RECONCILES THE CHECK REGISTER (HERC01.CHECK.REGISTER, WRITTEN BY
//* THE CHECK WRITER HERC20C) AGAINST THE PAID-CHECKS FILE THE BANK
//* SENDS (HERC01.BANK.PAIDCHKS) AND APPLIES THE VOID AND STALE-DATE
//* TRANSACTIONS KEYED BY THE PAYROLL OFFICE (HERC01.CHECK.TRANS).
//*
//* A PAID CHECK CLEARS ITS OUTSTANDING REGISTER ENTRY.  A PAID AMOUNT
//* THAT DIFFERS FROM THE AMOUNT ISSUED, A CHECK NUMBER THAT IS NOT ON
//* THE REGISTER, A SECOND PRESENTMENT, AND A CHECK PAID AFTER IT WAS
//* VOIDED OR CANCELLED ARE ALL PRINTED AS EXCEPTIONS FOR TREASURY TO
//* TAKE UP WITH THE BANK.  A VOID (CODE V) OR STALE-DATE CANCEL (CODE
//* S, ONLY FOR A CHECK OUTSTANDING SIX MONTHS OR MORE) TAKES AN
//* OUTSTANDING CHECK OFF THE REGISTER; WITH THE REISSUE FLAG SET THE
//* SAME AMOUNT IS QUEUED FOR THE CHECK WRITER UNDER A NEW NUMBER, TO
//* THE SAME PAYEE, AND IS PRINTED BY ITS NEXT RUN.  A CHECK'S AGE IS
//* COUNTED IN WHOLE MONTHS FROM ITS ISSUE DATE TO THE RUN DATE; ONE
//* DATED AHEAD OF THE RUN (A PAY DATE STILL TO COME) IS CURRENT.
//* ONLY THE DETAIL ('P') RECORDS ON THE BANK FILE ARE PAID ITEMS;
//* ITS HEADER AND TRAILER RECORDS ARE PASSED OVER.
//* THE OUTSTANDING-CHECK AGING REPORT IS PRINTED ON GO.SYSAGED.
//*
//* RETURN CODE 4 MEANS EXCEPTIONS OR REJECTED TRANSACTIONS ARE ON
//* THE LISTING; THE RESULTS ARE STILL TAKEN.  THE REGISTER IS
//* REPLACED AND THE PAID-CHECKS AND TRANSACTION FILES ARE EMPTIED AT
//* THE END OF THE JOB, SO EACH BANK FILE AND TRANSACTION IS APPLIED
//* ONCE.
//*
//* SCRATCH THE WORK REGISTER IF A PRIOR RUN LEFT IT CATALOGED.
//SCRATCH  EXEC PGM=IEFBR14
//REGNEW   DD DSNAME=HERC01.CHECK.REGNEW,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//* ALL THREE INPUTS ARE MATCHED IN ASCENDING CHECK-NUMBER SEQUENCE.
//SORTREG  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.CHECK.REGISTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.CHECK.REG.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,8,CH,A)
/*
//SORTPAID EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.BANK.PAIDCHKS,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.BANK.PAID.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(2,8,CH,A)
/*
//SORTTRN  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.CHECK.TRANS,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.CHECK.TRANS.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(2,8,CH,A)
/*
//RECON    EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAYROLL CHECK RECONCILIATION PROGRAM
  160 ***   CLEARS PAID CHECKS ON THE CHECK REGISTER, APPLIES VOIDS
  165 ***   AND STALE-DATE CANCELS, AND AGES THE CHECKS STILL
  168 ***   OUTSTANDING
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. CHKRECON.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1405      SELECT REGISTER-IN ASSIGN TO DA-S-REGDD.
 1410      SELECT PAID-FILE ASSIGN TO DA-S-PAIDDD.
 1415      SELECT TRANS-FILE ASSIGN TO DA-S-TRNDD.
 1420      SELECT REGISTER-OUT ASSIGN TO DA-S-NEWDD.
 1425      SELECT CHECK-REQUEST ASSIGN TO DA-S-CHKDD.
 1430      SELECT RECON-REPORT ASSIGN TO UR-S-SYSPRINT.
 1435      SELECT AGING-REPORT ASSIGN TO UR-S-SYSAGED.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  REGISTER-IN
 2605      BLOCK CONTAINS 0 RECORDS
 2610      DATA RECORD IS REGISTER-IN-REC.
 2615
 2620  01  REGISTER-IN-REC.
 2625      05 CR-CHECK-NUMBER PIC 9(8).
 2630      05 FILLER PIC X(72).
 2635
 2640  FD  PAID-FILE
 2645      BLOCK CONTAINS 0 RECORDS
 2650      DATA RECORD IS PAID-CHECK-REC.
 2655
 2660  01  PAID-CHECK-REC.
 2665      05 PK-RECORD-TYPE PIC X(01).
 2670      88 PK-DETAIL-RECORD                   VALUE 'P'.
 2675      05 PK-CHECK-NUMBER PIC 9(8).
 2680      05 PK-AMOUNT PIC 9(6)V99.
 2685      05 PK-PAID-DATE PIC 9(8).
 2690      05 FILLER PIC X(55).
 2695
 2700  FD  TRANS-FILE
 2705      BLOCK CONTAINS 0 RECORDS
 2710      DATA RECORD IS CHECK-TRANS-REC.
 2715
 2720  01  CHECK-TRANS-REC.
 2725      05 CT-TRANS-CODE PIC X(01).
 2730      88 CT-VOID                            VALUE 'V'.
 2735      88 CT-STALE-CANCEL                    VALUE 'S'.
 2740      05 CT-CHECK-NUMBER PIC 9(8).
 2745      05 CT-REISSUE-FLAG PIC X(01).
 2750      88 CT-REISSUE                         VALUE 'R'.
 2755      05 CT-REASON PIC X(20).
 2760      05 FILLER PIC X(50).
 2765
 2770  FD  REGISTER-OUT
 2775      BLOCK CONTAINS 0 RECORDS
 2780      DATA RECORD IS REGISTER-OUT-REC.
 2785
 2790  01  REGISTER-OUT-REC PIC X(80).
 2795
 2800  FD  CHECK-REQUEST
 2805      BLOCK CONTAINS 0 RECORDS
 2810      DATA RECORD IS CHECK-REQUEST-REC.
 2815
 2820  01  CHECK-REQUEST-REC.
 2825      05 CQ-SOURCE PIC X(01).
 2830      05 CQ-EMPLOYEE-ID PIC 9(10).
 2835      05 CQ-NAME PIC X(23).
 2840      05 CQ-AMOUNT PIC 9(6)V99.
 2845      05 CQ-PAY-DATE PIC 9(8).
 2850      05 CQ-PERIOD-NUMBER PIC 9(4).
 2855      05 CQ-RUN-TYPE PIC X(01).
 2860      05 CQ-REASON PIC X(20).
 2865      05 FILLER PIC X(05).
 2870
 2875  FD  RECON-REPORT
 2880      LABEL RECORDS ARE OMITTED
 2885      DATA RECORD IS RECON-PRINT-REC.
 2890
 2895  01  RECON-PRINT-REC PIC X(132).
 2900
 2905  FD  AGING-REPORT
 2910      LABEL RECORDS ARE OMITTED
 2915      DATA RECORD IS AGING-PRINT-REC.
 2920
 2925  01  AGING-PRINT-REC PIC X(132).
 2930
 3600  WORKING-STORAGE SECTION.
 3605  77  REGISTER-KEY                PIC 9(8)    VALUE ZERO.
 3610  77  PAID-KEY                    PIC 9(8)    VALUE ZERO.
 3615  77  TRANS-KEY                   PIC 9(8)    VALUE ZERO.
 3620  77  CURRENT-KEY                 PIC 9(8)    VALUE ZERO.
 3625  77  REGISTER-FOUND-SWITCH       PIC X(1)    VALUE 'N'.
 3630  88  REGISTER-FOUND                       VALUE 'Y'.
 3635  77  STALE-MONTHS                PIC 9(2)    VALUE 6.
 3640  77  MONTHS-OUTSTANDING          PIC S9(4)   VALUE ZERO.
 3645  77  BUCKET-SUB                  PIC 9(1)    VALUE ZERO.
 3650  77  REGISTER-READ               PIC 9(7)    VALUE ZERO.
 3655  77  CHECKS-CLEARED              PIC 9(7)    VALUE ZERO.
 3660  77  CLEARED-TOTAL               PIC 9(9)V99 VALUE ZERO.
 3665  77  AMOUNT-MISMATCHES           PIC 9(7)    VALUE ZERO.
 3670  77  UNKNOWN-CHECKS              PIC 9(7)    VALUE ZERO.
 3675  77  BAD-PRESENTMENTS            PIC 9(7)    VALUE ZERO.
 3680  77  INVALID-PAID-RECORDS        PIC 9(7)    VALUE ZERO.
 3685  77  CHECKS-VOIDED               PIC 9(7)    VALUE ZERO.
 3690  77  VOIDED-TOTAL                PIC 9(9)V99 VALUE ZERO.
 3695  77  CHECKS-STALE-CANCELLED      PIC 9(7)    VALUE ZERO.
 3700  77  STALE-TOTAL                 PIC 9(9)V99 VALUE ZERO.
 3705  77  REISSUES-QUEUED             PIC 9(7)    VALUE ZERO.
 3710  77  TRANS-REJECTED              PIC 9(7)    VALUE ZERO.
 3715  77  OUTSTANDING-COUNT           PIC 9(7)    VALUE ZERO.
 3720  77  OUTSTANDING-TOTAL           PIC 9(9)V99 VALUE ZERO.
 3725  77  EXCEPTION-MESSAGE           PIC X(28)   VALUE SPACES.
 3730
 3735  01  RECON-RUN-DATE              PIC 9(8)    VALUE ZERO.
 3740  01  RUN-DATE-PARTS REDEFINES RECON-RUN-DATE.
 3745      05 RUN-YEAR PIC 9(4).
 3750      05 RUN-MONTH PIC 9(2).
 3755      05 RUN-DAY PIC 9(2).
 3760
 3765  01  AGE-ISSUE-DATE              PIC 9(8)    VALUE ZERO.
 3770  01  AGE-ISSUE-PARTS REDEFINES AGE-ISSUE-DATE.
 3775      05 AGE-ISSUE-YEAR PIC 9(4).
 3780      05 AGE-ISSUE-MONTH PIC 9(2).
 3785      05 AGE-ISSUE-DAY PIC 9(2).
 3790
 3805  01  HOLD-REGISTER-REC.
 3810      05 HR-CHECK-NUMBER PIC 9(8).
 3815      05 HR-ISSUE-DATE PIC 9(8).
 3820      05 HR-EMPLOYEE-ID PIC 9(10).
 3825      05 HR-NAME PIC X(23).
 3830      05 HR-AMOUNT PIC 9(6)V99.
 3835      05 HR-SOURCE PIC X(01).
 3840      05 HR-PERIOD-NUMBER PIC 9(4).
 3845      05 HR-STATUS PIC X(01).
 3850      88 HR-OUTSTANDING                     VALUE 'O'.
 3855      88 HR-PAID                            VALUE 'P'.
 3860      88 HR-PAID-MISMATCH                   VALUE 'M'.
 3865      88 HR-VOIDED                          VALUE 'V'.
 3870      88 HR-STALE-CANCELLED                 VALUE 'S'.
 3875      05 HR-STATUS-DATE PIC 9(8).
 3880      05 HR-PAID-AMOUNT PIC 9(6)V99.
 3885      05 FILLER PIC X(01).
 3890
 3895  01  REISSUE-REASON.
 3900      05 FILLER PIC X(11) VALUE 'REISSUE OF '.
 3905      05 RR-CHECK-NUMBER PIC 9(8).
 3910      05 FILLER PIC X(01) VALUE SPACES.
 3915
 3920  01  AGING-BUCKETS.
 3925      05  AGING-BUCKET OCCURS 5 TIMES.
 3930          10  AB-COUNT            PIC 9(7).
 3935          10  AB-AMOUNT           PIC 9(9)V99.
 3940
 3945  01  AGING-BUCKET-NAMES.
 3950      05 FILLER PIC X(30) VALUE 'CURRENT (UNDER 1 MONTH)'.
 3955      05 FILLER PIC X(30) VALUE '1 MONTH'.
 3960      05 FILLER PIC X(30) VALUE '2 MONTHS'.
 3965      05 FILLER PIC X(30) VALUE '3 TO 5 MONTHS'.
 3970      05 FILLER PIC X(30) VALUE '6 MONTHS AND OVER (STALE)'.
 3975  01  AGING-BUCKET-NAME-TABLE REDEFINES AGING-BUCKET-NAMES.
 3980      05  AGING-BUCKET-NAME OCCURS 5 TIMES PIC X(30).
 3985
 3990  01  RECON-TITLE-LINE.
 3995      05 FILLER PIC X(30) VALUE SPACES.
 4000      05 FILLER PIC X(40) VALUE
 4005          'C H E C K   R E C O N C I L I A T I O N'.
 4010      05 FILLER PIC X(62) VALUE SPACES.
 4015
 4020  01  AGING-TITLE-LINE.
 4025      05 FILLER PIC X(30) VALUE SPACES.
 4030      05 FILLER PIC X(40) VALUE
 4035          'O U T S T A N D I N G   C H E C K S   A'.
 4040      05 FILLER PIC X(10) VALUE ' G I N G'.
 4045      05 FILLER PIC X(52) VALUE SPACES.
 4050
 4055  01  RUN-DATE-LINE.
 4060      05 FILLER PIC X(09) VALUE 'AS OF    '.
 4065      05 RDL-RUN-DATE PIC 9999/99/99.
 4070      05 FILLER PIC X(113) VALUE SPACES.
 4075
 4080  01  ACTIVITY-HEAD-LINE.
 4085      05 FILLER PIC X(10) VALUE 'CHECK NO'.
 4090      05 FILLER PIC X(12) VALUE 'ISSUED'.
 4095      05 FILLER PIC X(12) VALUE 'EMPL.ID'.
 4100      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 4105      05 FILLER PIC X(12) VALUE '    ISSUED'.
 4110      05 FILLER PIC X(12) VALUE '      PAID'.
 4115      05 FILLER PIC X(28) VALUE 'ACTION / EXCEPTION'.
 4120      05 FILLER PIC X(20) VALUE 'REASON'.
 4125      05 FILLER PIC X(01) VALUE SPACES.
 4130
 4135  01  ACTIVITY-LINE.
 4140      05 ACL-CHECK-NUMBER PIC X(08).
 4145      05 FILLER PIC X(02) VALUE SPACES.
 4150      05 ACL-ISSUE-DATE PIC 9999/99/99 BLANK WHEN ZERO.
 4155      05 FILLER PIC X(02) VALUE SPACES.
 4160      05 ACL-EMPLOYEE-ID PIC Z(10).
 4165      05 FILLER PIC X(02) VALUE SPACES.
 4170      05 ACL-NAME PIC X(23).
 4175      05 FILLER PIC X(02) VALUE SPACES.
 4180      05 ACL-ISSUED-AMOUNT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
 4185      05 FILLER PIC X(02) VALUE SPACES.
 4190      05 ACL-PAID-AMOUNT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
 4195      05 FILLER PIC X(02) VALUE SPACES.
 4200      05 ACL-MESSAGE PIC X(28).
 4205      05 ACL-REASON PIC X(20).
 4210      05 FILLER PIC X(21) VALUE SPACES.
 4215
 4220  01  RECON-COUNT-LINE.
 4225      05 RCL-LABEL PIC X(45).
 4230      05 RCL-COUNT PIC ZZZ,ZZZ,ZZ9.
 4235      05 FILLER PIC X(04) VALUE SPACES.
 4240      05 RCL-AMOUNT PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
 4245      05 FILLER PIC X(58) VALUE SPACES.
 4250
 4255  01  AGING-HEAD-LINE.
 4260      05 FILLER PIC X(10) VALUE 'CHECK NO'.
 4265      05 FILLER PIC X(12) VALUE 'ISSUED'.
 4270      05 FILLER PIC X(12) VALUE 'EMPL.ID'.
 4275      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 4280      05 FILLER PIC X(14) VALUE '    AMOUNT'.
 4285      05 FILLER PIC X(07) VALUE 'MOS'.
 4290      05 FILLER PIC X(24) VALUE 'NOTE'.
 4295      05 FILLER PIC X(28) VALUE SPACES.
 4300
 4305  01  AGING-LINE.
 4310      05 AGL-CHECK-NUMBER PIC 9(8).
 4315      05 FILLER PIC X(02) VALUE SPACES.
 4320      05 AGL-ISSUE-DATE PIC 9999/99/99.
 4325      05 FILLER PIC X(02) VALUE SPACES.
 4330      05 AGL-EMPLOYEE-ID PIC 9(10).
 4335      05 FILLER PIC X(02) VALUE SPACES.
 4340      05 AGL-NAME PIC X(23).
 4345      05 FILLER PIC X(02) VALUE SPACES.
 4350      05 AGL-AMOUNT PIC ZZZ,ZZ9.99.
 4355      05 FILLER PIC X(04) VALUE SPACES.
 4360      05 AGL-MONTHS PIC ZZ9.
 4365      05 FILLER PIC X(04) VALUE SPACES.
 4370      05 AGL-NOTE PIC X(24).
 4375      05 FILLER PIC X(28) VALUE SPACES.
 4380
 4385  01  AGING-BUCKET-LINE.
 4390      05 ABL-NAME PIC X(30).
 4395      05 ABL-COUNT PIC ZZZ,ZZ9.
 4400      05 FILLER PIC X(04) VALUE SPACES.
 4405      05 ABL-AMOUNT PIC $$$,$$$,$$9.99.
 4410      05 FILLER PIC X(77) VALUE SPACES.
 4415
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010
 5015      ACCEPT RECON-RUN-DATE FROM DATE YYYYMMDD.
 5020      INITIALIZE AGING-BUCKETS.
 5025      OPEN INPUT REGISTER-IN, PAID-FILE, TRANS-FILE.
 5030      OPEN OUTPUT REGISTER-OUT, RECON-REPORT, AGING-REPORT.
 5035      OPEN EXTEND CHECK-REQUEST.
 5040
 5045      MOVE RECON-RUN-DATE TO RDL-RUN-DATE.
 5050      WRITE RECON-PRINT-REC FROM RECON-TITLE-LINE
 5055          AFTER ADVANCING PAGE.
 5060      WRITE RECON-PRINT-REC FROM RUN-DATE-LINE
 5065          AFTER ADVANCING 2 LINES.
 5070      WRITE RECON-PRINT-REC FROM ACTIVITY-HEAD-LINE
 5075          AFTER ADVANCING 2 LINES.
 5080      WRITE AGING-PRINT-REC FROM AGING-TITLE-LINE
 5085          AFTER ADVANCING PAGE.
 5090      WRITE AGING-PRINT-REC FROM RUN-DATE-LINE
 5095          AFTER ADVANCING 2 LINES.
 5100      WRITE AGING-PRINT-REC FROM AGING-HEAD-LINE
 5105          AFTER ADVANCING 2 LINES.
 5110
 5115      PERFORM 110-READ-REGISTER THRU 110-EXIT.
 5120      PERFORM 210-READ-PAID THRU 210-EXIT.
 5125      PERFORM 310-READ-TRANS THRU 310-EXIT.
 5130      PERFORM 100-PROCESS-CHECK THRU 100-EXIT
 5135          UNTIL REGISTER-KEY = 99999999
 5140            AND PAID-KEY = 99999999
 5145            AND TRANS-KEY = 99999999.
 5150
 5155  000-TERMINATE.
 5160      PERFORM 450-PRINT-COUNTS THRU 450-EXIT.
 5165      PERFORM 550-PRINT-AGING-TOTALS THRU 550-EXIT.
 5170      CLOSE REGISTER-IN, PAID-FILE, TRANS-FILE, REGISTER-OUT,
 5175            CHECK-REQUEST, RECON-REPORT, AGING-REPORT.
 5180      DISPLAY 'CHECK RECONCILIATION COMPLETE - ' CHECKS-CLEARED
 5185          ' CLEARED, ' OUTSTANDING-COUNT ' OUTSTANDING'
 5190          UPON CONSOLE.
 5195      IF AMOUNT-MISMATCHES > ZERO OR UNKNOWN-CHECKS > ZERO
 5200          OR BAD-PRESENTMENTS > ZERO
 5205          OR INVALID-PAID-RECORDS > ZERO
 5210          OR TRANS-REJECTED > ZERO
 5215          DISPLAY 'CHECK RECONCILIATION EXCEPTIONS - SEE LISTING'
 5220              UPON CONSOLE
 5225          MOVE 4 TO RETURN-CODE.
 5230
 5235      STOP RUN.
 5240
 5255  100-PROCESS-CHECK.
 5260      MOVE REGISTER-KEY TO CURRENT-KEY.
 5265      IF PAID-KEY < CURRENT-KEY
 5270          MOVE PAID-KEY TO CURRENT-KEY.
 5275      IF TRANS-KEY < CURRENT-KEY
 5280          MOVE TRANS-KEY TO CURRENT-KEY.
 5285
 5290      IF REGISTER-KEY = CURRENT-KEY
 5295          MOVE REGISTER-IN-REC TO HOLD-REGISTER-REC
 5300          MOVE 'Y' TO REGISTER-FOUND-SWITCH
 5305          ADD 1 TO REGISTER-READ
 5310          PERFORM 110-READ-REGISTER THRU 110-EXIT
 5315      ELSE
 5320          MOVE 'N' TO REGISTER-FOUND-SWITCH.
 5325
 5330      PERFORM 200-APPLY-PAID THRU 200-EXIT
 5335          UNTIL PAID-KEY NOT = CURRENT-KEY.
 5340      PERFORM 300-APPLY-TRANS THRU 300-EXIT
 5345          UNTIL TRANS-KEY NOT = CURRENT-KEY.
 5350
 5355      IF NOT REGISTER-FOUND
 5360          GO TO 100-EXIT.
 5365      WRITE REGISTER-OUT-REC FROM HOLD-REGISTER-REC.
 5370      IF HR-OUTSTANDING
 5375          PERFORM 500-AGE-OUTSTANDING THRU 500-EXIT.
 5380
 5385  100-EXIT.
 5390      EXIT.
 5395
 5400  110-READ-REGISTER.
 5405      READ REGISTER-IN
 5410          AT END
 5415              MOVE 99999999 TO REGISTER-KEY
 5420              GO TO 110-EXIT.
 5425      MOVE CR-CHECK-NUMBER TO REGISTER-KEY.
 5430
 5435  110-EXIT.
 5440      EXIT.
 5445
 5450  200-APPLY-PAID.
 5455      IF NOT REGISTER-FOUND
 5460          MOVE 'UNKNOWN CHECK NUMBER' TO EXCEPTION-MESSAGE
 5465          ADD 1 TO UNKNOWN-CHECKS
 5470          PERFORM 250-LIST-PAID-EXCEPTION THRU 250-EXIT
 5475          GO TO 290-NEXT-PAID.
 5480      IF HR-OUTSTANDING
 5485          MOVE PK-AMOUNT TO HR-PAID-AMOUNT
 5490          MOVE PK-PAID-DATE TO HR-STATUS-DATE
 5495          GO TO 220-CLEAR-CHECK.
 5500      IF HR-PAID OR HR-PAID-MISMATCH
 5505          MOVE 'DUPLICATE PRESENTMENT' TO EXCEPTION-MESSAGE
 5510      ELSE
 5515          MOVE 'PAID AFTER VOID/STALE CANCEL' TO EXCEPTION-MESSAGE.
 5520      ADD 1 TO BAD-PRESENTMENTS.
 5525      PERFORM 250-LIST-PAID-EXCEPTION THRU 250-EXIT.
 5530      GO TO 290-NEXT-PAID.
 5535
 5540  220-CLEAR-CHECK.
 5545      IF PK-AMOUNT = HR-AMOUNT
 5550          SET HR-PAID TO TRUE
 5555          ADD 1 TO CHECKS-CLEARED
 5560          ADD PK-AMOUNT TO CLEARED-TOTAL
 5565          GO TO 290-NEXT-PAID.
 5570      SET HR-PAID-MISMATCH TO TRUE.
 5575      MOVE 'AMOUNT MISMATCH' TO EXCEPTION-MESSAGE.
 5580      ADD 1 TO AMOUNT-MISMATCHES.
 5585      PERFORM 250-LIST-PAID-EXCEPTION THRU 250-EXIT.
 5590
 5595  290-NEXT-PAID.
 5600      PERFORM 210-READ-PAID THRU 210-EXIT.
 5605
 5610  200-EXIT.
 5615      EXIT.
 5620
 5635  210-READ-PAID.
 5640      READ PAID-FILE
 5645          AT END
 5650              MOVE 99999999 TO PAID-KEY
 5655              GO TO 210-EXIT.
 5660      IF NOT PK-DETAIL-RECORD
 5665          GO TO 210-READ-PAID.
 5670      IF PK-CHECK-NUMBER NOT NUMERIC OR PK-AMOUNT NOT NUMERIC
 5675          OR PK-PAID-DATE NOT NUMERIC
 5680          ADD 1 TO INVALID-PAID-RECORDS
 5685          MOVE SPACES TO ACTIVITY-LINE
 5690          MOVE PK-CHECK-NUMBER TO ACL-CHECK-NUMBER
 5695          MOVE ZERO TO ACL-ISSUE-DATE, ACL-EMPLOYEE-ID,
 5700                       ACL-ISSUED-AMOUNT, ACL-PAID-AMOUNT
 5705          MOVE 'INVALID PAID RECORD' TO ACL-MESSAGE
 5710          WRITE RECON-PRINT-REC FROM ACTIVITY-LINE
 5715              AFTER ADVANCING 1 LINES
 5720          GO TO 210-READ-PAID.
 5725      MOVE PK-CHECK-NUMBER TO PAID-KEY.
 5730
 5735  210-EXIT.
 5740      EXIT.
 5745
 5750  250-LIST-PAID-EXCEPTION.
 5755      PERFORM 410-FORMAT-ACTIVITY THRU 410-EXIT.
 5760      MOVE PK-CHECK-NUMBER TO ACL-CHECK-NUMBER.
 5765      MOVE PK-AMOUNT TO ACL-PAID-AMOUNT.
 5770      MOVE SPACES TO ACL-REASON.
 5775      WRITE RECON-PRINT-REC FROM ACTIVITY-LINE
 5780          AFTER ADVANCING 1 LINES.
 5785
 5790  250-EXIT.
 5795      EXIT.
 5800
 5805  300-APPLY-TRANS.
 5810      IF NOT REGISTER-FOUND
 5815          MOVE 'REJECTED - NOT ON REGISTER' TO EXCEPTION-MESSAGE
 5820          GO TO 380-REJECT-TRANS.
 5825      IF NOT CT-VOID AND NOT CT-STALE-CANCEL
 5830          MOVE 'REJECTED - INVALID CODE' TO EXCEPTION-MESSAGE
 5835          GO TO 380-REJECT-TRANS.
 5840      IF NOT HR-OUTSTANDING
 5845          MOVE 'REJECTED - NOT OUTSTANDING' TO EXCEPTION-MESSAGE
 5850          GO TO 380-REJECT-TRANS.
 5855      IF CT-VOID
 5860          GO TO 320-VOID-CHECK.
 5865
 5870      PERFORM 520-COMPUTE-AGE THRU 520-EXIT.
 5875      IF MONTHS-OUTSTANDING < STALE-MONTHS
 5880          MOVE 'REJECTED - NOT YET STALE' TO EXCEPTION-MESSAGE
 5885          GO TO 380-REJECT-TRANS.
 5890      SET HR-STALE-CANCELLED TO TRUE.
 5895      ADD 1 TO CHECKS-STALE-CANCELLED.
 5900      ADD HR-AMOUNT TO STALE-TOTAL.
 5905      IF CT-REISSUE
 5910          MOVE 'STALE CANCEL-REISSUE QUEUED' TO EXCEPTION-MESSAGE
 5915      ELSE
 5920          MOVE 'STALE CANCELLED' TO EXCEPTION-MESSAGE.
 5925      GO TO 330-CLOSE-OUT-CHECK.
 5930
 5935  320-VOID-CHECK.
 5940      SET HR-VOIDED TO TRUE.
 5945      ADD 1 TO CHECKS-VOIDED.
 5950      ADD HR-AMOUNT TO VOIDED-TOTAL.
 5955      IF CT-REISSUE
 5960          MOVE 'VOIDED - REISSUE QUEUED' TO EXCEPTION-MESSAGE
 5965      ELSE
 5970          MOVE 'VOIDED' TO EXCEPTION-MESSAGE.
 5975
 5980  330-CLOSE-OUT-CHECK.
 5985      MOVE RECON-RUN-DATE TO HR-STATUS-DATE.
 5990      IF CT-REISSUE
 5995          PERFORM 350-QUEUE-REISSUE THRU 350-EXIT.
 6000      PERFORM 410-FORMAT-ACTIVITY THRU 410-EXIT.
 6005      MOVE ZERO TO ACL-PAID-AMOUNT.
 6010      WRITE RECON-PRINT-REC FROM ACTIVITY-LINE
 6015          AFTER ADVANCING 1 LINES.
 6020      GO TO 390-NEXT-TRANS.
 6025
 6030  380-REJECT-TRANS.
 6035      ADD 1 TO TRANS-REJECTED.
 6040      PERFORM 410-FORMAT-ACTIVITY THRU 410-EXIT.
 6045      MOVE CT-CHECK-NUMBER TO ACL-CHECK-NUMBER.
 6050      MOVE ZERO TO ACL-PAID-AMOUNT.
 6055      WRITE RECON-PRINT-REC FROM ACTIVITY-LINE
 6060          AFTER ADVANCING 1 LINES.
 6065
 6070  390-NEXT-TRANS.
 6075      PERFORM 310-READ-TRANS THRU 310-EXIT.
 6080
 6085  300-EXIT.
 6090      EXIT.
 6095
 6100  310-READ-TRANS.
 6105      READ TRANS-FILE
 6110          AT END
 6115              MOVE 99999999 TO TRANS-KEY
 6120              GO TO 310-EXIT.
 6125      IF CT-CHECK-NUMBER NOT NUMERIC
 6130          ADD 1 TO TRANS-REJECTED
 6135          MOVE SPACES TO ACTIVITY-LINE
 6140          MOVE CT-CHECK-NUMBER TO ACL-CHECK-NUMBER
 6145          MOVE ZERO TO ACL-ISSUE-DATE, ACL-EMPLOYEE-ID,
 6150                       ACL-ISSUED-AMOUNT, ACL-PAID-AMOUNT
 6155          MOVE 'REJECTED - INVALID CHECK NO' TO ACL-MESSAGE
 6160          MOVE CT-REASON TO ACL-REASON
 6165          WRITE RECON-PRINT-REC FROM ACTIVITY-LINE
 6170              AFTER ADVANCING 1 LINES
 6175          GO TO 310-READ-TRANS.
 6180      MOVE CT-CHECK-NUMBER TO TRANS-KEY.
 6185
 6190  310-EXIT.
 6195      EXIT.
 6200
 6215  350-QUEUE-REISSUE.
 6220      MOVE SPACES TO CHECK-REQUEST-REC.
 6225      MOVE 'V' TO CQ-SOURCE.
 6230      MOVE HR-EMPLOYEE-ID TO CQ-EMPLOYEE-ID.
 6235      MOVE HR-NAME TO CQ-NAME.
 6240      MOVE HR-AMOUNT TO CQ-AMOUNT.
 6245      MOVE RECON-RUN-DATE TO CQ-PAY-DATE.
 6250      MOVE HR-PERIOD-NUMBER TO CQ-PERIOD-NUMBER.
 6255      MOVE HR-CHECK-NUMBER TO RR-CHECK-NUMBER.
 6260      MOVE REISSUE-REASON TO CQ-REASON.
 6265      WRITE CHECK-REQUEST-REC.
 6270      ADD 1 TO REISSUES-QUEUED.
 6275
 6280  350-EXIT.
 6285      EXIT.
 6290
 6295  410-FORMAT-ACTIVITY.
 6300      MOVE SPACES TO ACTIVITY-LINE.
 6305      IF REGISTER-FOUND
 6310          MOVE HR-CHECK-NUMBER TO ACL-CHECK-NUMBER
 6315          MOVE HR-ISSUE-DATE TO ACL-ISSUE-DATE
 6320          MOVE HR-EMPLOYEE-ID TO ACL-EMPLOYEE-ID
 6325          MOVE HR-NAME TO ACL-NAME
 6330          MOVE HR-AMOUNT TO ACL-ISSUED-AMOUNT
 6335      ELSE
 6340          MOVE ZERO TO ACL-ISSUE-DATE, ACL-EMPLOYEE-ID,
 6345                       ACL-ISSUED-AMOUNT.
 6350      MOVE EXCEPTION-MESSAGE TO ACL-MESSAGE.
 6355      MOVE CT-REASON TO ACL-REASON.
 6360
 6365  410-EXIT.
 6370      EXIT.
 6375
 6380  450-PRINT-COUNTS.
 6385      MOVE 'REGISTER ENTRIES READ' TO RCL-LABEL.
 6390      MOVE REGISTER-READ TO RCL-COUNT.
 6395      MOVE ZERO TO RCL-AMOUNT.
 6400      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6405          AFTER ADVANCING 3 LINES.
 6410      MOVE 'CHECKS CLEARED' TO RCL-LABEL.
 6415      MOVE CHECKS-CLEARED TO RCL-COUNT.
 6420      MOVE CLEARED-TOTAL TO RCL-AMOUNT.
 6425      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6430          AFTER ADVANCING 1 LINES.
 6435      MOVE 'PAID WITH AMOUNT MISMATCH' TO RCL-LABEL.
 6440      MOVE AMOUNT-MISMATCHES TO RCL-COUNT.
 6445      MOVE ZERO TO RCL-AMOUNT.
 6450      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6455          AFTER ADVANCING 1 LINES.
 6460      MOVE 'UNKNOWN CHECK NUMBERS PAID' TO RCL-LABEL.
 6465      MOVE UNKNOWN-CHECKS TO RCL-COUNT.
 6470      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6475          AFTER ADVANCING 1 LINES.
 6480      MOVE 'DUPLICATE OR AFTER-VOID PRESENTMENTS' TO RCL-LABEL.
 6485      MOVE BAD-PRESENTMENTS TO RCL-COUNT.
 6490      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6495          AFTER ADVANCING 1 LINES.
 6500      MOVE 'INVALID PAID RECORDS' TO RCL-LABEL.
 6505      MOVE INVALID-PAID-RECORDS TO RCL-COUNT.
 6510      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6515          AFTER ADVANCING 1 LINES.
 6520      MOVE 'CHECKS VOIDED' TO RCL-LABEL.
 6525      MOVE CHECKS-VOIDED TO RCL-COUNT.
 6530      MOVE VOIDED-TOTAL TO RCL-AMOUNT.
 6535      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6540          AFTER ADVANCING 2 LINES.
 6545      MOVE 'STALE-DATED CHECKS CANCELLED' TO RCL-LABEL.
 6550      MOVE CHECKS-STALE-CANCELLED TO RCL-COUNT.
 6555      MOVE STALE-TOTAL TO RCL-AMOUNT.
 6560      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6565          AFTER ADVANCING 1 LINES.
 6570      MOVE 'REISSUE CHECKS QUEUED' TO RCL-LABEL.
 6575      MOVE REISSUES-QUEUED TO RCL-COUNT.
 6580      MOVE ZERO TO RCL-AMOUNT.
 6585      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6590          AFTER ADVANCING 1 LINES.
 6595      MOVE 'TRANSACTIONS REJECTED' TO RCL-LABEL.
 6600      MOVE TRANS-REJECTED TO RCL-COUNT.
 6605      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6610          AFTER ADVANCING 1 LINES.
 6615      MOVE 'CHECKS STILL OUTSTANDING' TO RCL-LABEL.
 6620      MOVE OUTSTANDING-COUNT TO RCL-COUNT.
 6625      MOVE OUTSTANDING-TOTAL TO RCL-AMOUNT.
 6630      WRITE RECON-PRINT-REC FROM RECON-COUNT-LINE
 6635          AFTER ADVANCING 2 LINES.
 6640
 6645  450-EXIT.
 6650      EXIT.
 6655
 6660  500-AGE-OUTSTANDING.
 6665      PERFORM 520-COMPUTE-AGE THRU 520-EXIT.
 6670      IF MONTHS-OUTSTANDING < 3
 6675          COMPUTE BUCKET-SUB = MONTHS-OUTSTANDING + 1
 6680      ELSE
 6685          IF MONTHS-OUTSTANDING < STALE-MONTHS
 6690              MOVE 4 TO BUCKET-SUB
 6695          ELSE
 6700              MOVE 5 TO BUCKET-SUB.
 6705      ADD 1 TO AB-COUNT (BUCKET-SUB).
 6710      ADD HR-AMOUNT TO AB-AMOUNT (BUCKET-SUB).
 6715      ADD 1 TO OUTSTANDING-COUNT.
 6720      ADD HR-AMOUNT TO OUTSTANDING-TOTAL.
 6725
 6730      MOVE HR-CHECK-NUMBER TO AGL-CHECK-NUMBER.
 6735      MOVE HR-ISSUE-DATE TO AGL-ISSUE-DATE.
 6740      MOVE HR-EMPLOYEE-ID TO AGL-EMPLOYEE-ID.
 6745      MOVE HR-NAME TO AGL-NAME.
 6750      MOVE HR-AMOUNT TO AGL-AMOUNT.
 6755      MOVE MONTHS-OUTSTANDING TO AGL-MONTHS.
 6760      IF BUCKET-SUB = 5
 6765          MOVE 'STALE - CANCEL/REISSUE' TO AGL-NOTE
 6770      ELSE
 6775          MOVE SPACES TO AGL-NOTE.
 6780      WRITE AGING-PRINT-REC FROM AGING-LINE
 6785          AFTER ADVANCING 1 LINES.
 6790
 6795  500-EXIT.
 6800      EXIT.
 6805
 6820  520-COMPUTE-AGE.
 6825      MOVE HR-ISSUE-DATE TO AGE-ISSUE-DATE.
 6830      COMPUTE MONTHS-OUTSTANDING =
 6835          (RUN-YEAR * 12 + RUN-MONTH)
 6840        - (AGE-ISSUE-YEAR * 12 + AGE-ISSUE-MONTH).
 6845      IF RUN-DAY < AGE-ISSUE-DAY
 6850          SUBTRACT 1 FROM MONTHS-OUTSTANDING.
 6855      IF MONTHS-OUTSTANDING < ZERO
 6860          MOVE ZERO TO MONTHS-OUTSTANDING.
 6865
 6870  520-EXIT.
 6875      EXIT.
 6880
 6885  550-PRINT-AGING-TOTALS.
 6890      PERFORM 560-PRINT-ONE-BUCKET THRU 560-EXIT
 6895          VARYING BUCKET-SUB FROM 1 BY 1
 6900          UNTIL BUCKET-SUB > 5.
 6905      MOVE 'TOTAL OUTSTANDING' TO ABL-NAME.
 6910      MOVE OUTSTANDING-COUNT TO ABL-COUNT.
 6915      MOVE OUTSTANDING-TOTAL TO ABL-AMOUNT.
 6920      WRITE AGING-PRINT-REC FROM AGING-BUCKET-LINE
 6925          AFTER ADVANCING 2 LINES.
 6930
 6935  550-EXIT.
 6940      EXIT.
 6945
 6950  560-PRINT-ONE-BUCKET.
 6955      MOVE AGING-BUCKET-NAME (BUCKET-SUB) TO ABL-NAME.
 6960      MOVE AB-COUNT (BUCKET-SUB) TO ABL-COUNT.
 6965      MOVE AB-AMOUNT (BUCKET-SUB) TO ABL-AMOUNT.
 6970      IF BUCKET-SUB = 1
 6975          WRITE AGING-PRINT-REC FROM AGING-BUCKET-LINE
 6980              AFTER ADVANCING 3 LINES
 6985      ELSE
 6990          WRITE AGING-PRINT-REC FROM AGING-BUCKET-LINE
 6995              AFTER ADVANCING 1 LINES.
 7000
 7005  560-EXIT.
 7010      EXIT.
 7015
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.SYSAGED  DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.REGDD    DD DSNAME=HERC01.CHECK.REG.SORTED,DISP=(OLD,DELETE)
//* PAID-CHECKS FILE FROM THE BANK (RECFM=FB LRECL=80): TYPE 'P' IN
//* COLUMN 1 ON EACH PAID ITEM, CHECK NUMBER (2-9), AMOUNT PAID (10-17,
//* 2 DECIMALS) AND DATE PAID (18-25, YYYYMMDD).  OTHER RECORD TYPES
//* ARE BANK CONTROL RECORDS AND ARE IGNORED.
//GO.PAIDDD   DD DSNAME=HERC01.BANK.PAID.SORTED,DISP=(OLD,DELETE)
//* VOID / STALE-DATE TRANSACTIONS (RECFM=FB LRECL=80): CODE V (VOID)
//* OR S (STALE-DATE CANCEL) IN COLUMN 1, CHECK NUMBER (2-9), R IN
//* COLUMN 10 TO QUEUE A REPLACEMENT CHECK, REASON (11-30).
//GO.TRNDD    DD DSNAME=HERC01.CHECK.TRANS.SORTED,DISP=(OLD,DELETE)
//GO.NEWDD    DD DSNAME=HERC01.CHECK.REGNEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//* REPLACEMENT CHECKS FOR THE CHECK WRITER (HERC20C).
//GO.CHKDD    DD DSNAME=HERC01.CHECK.PENDING,DISP=MOD
//*
//* REPLACE THE CHECK REGISTER WITH THE RECONCILED COPY, THEN EMPTY
//* THE BANK FILE AND THE TRANSACTIONS JUST APPLIED.  COND BYPASSES
//* ALL THREE WHEN THE RECONCILIATION STEP DID NOT COMPLETE.
//COPYREG  EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DSNAME=HERC01.CHECK.REGNEW,DISP=SHR
//SYSUT2   DD DSNAME=HERC01.CHECK.REGISTER,DISP=OLD
//EMPTYPD  EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSUT2   DD DSNAME=HERC01.BANK.PAIDCHKS,DISP=OLD
//EMPTYTR  EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSUT2   DD DSNAME=HERC01.CHECK.TRANS,DISP=OLD
//
