//HERC22I  JOB (COBOL),
//             'PAYROLL FILE INTEGRITY',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* CROSS-FILE INTEGRITY SWEEP.  THE PAY MASTER (HERC01.SALARIES.INPUT)
//* AND ITS SATELLITE FILES ARE EACH MAINTAINED ON THEIR OWN, SO THIS
//* JOB MATCH-MERGES THEM BY EMPLOYEE-ID AND LISTS EVERY DISAGREEMENT:
//*   - BANK AND DEDUCTION RECORDS FOR AN EMPLOYEE WHO IS NO LONGER ON
//*     THE MASTER OR IS TERMINATED
//*   - TIMECARDS FOR AN EMPLOYEE NOT ON THE MASTER, OR REGULAR OR
//*     OVERTIME HOURS FOR A SALARIED EMPLOYEE (A CARD CARRYING ONLY
//*     VACATION OR SICK HOURS IS HOW SALARIED LEAVE IS REPORTED AND
//*     IS NOT AN EXCEPTION)
//*   - ACTIVE HOURLY EMPLOYEES WITH NO TIMECARD, AND DUPLICATE CARDS
//*   - YTD AND LEAVE RECORDS WITH NO MASTER
//*   - DEPT-CODES ON THE MASTER THAT ARE MISSING FROM
//*     HERC01.DEPT.MASTER OR HAVE NO COST CENTER.
//* NOTHING IS CHANGED.  RUN IT BEFORE EVERY PAYROLL, AFTER THE
//* PERIOD'S MAINTENANCE AND TIMECARDS ARE IN; RETURN CODE 4 MEANS
//* THE LISTING HAS EXCEPTIONS TO CLEAR BEFORE THE PAYROLL IS RUN.
//SORTMAST EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.INT.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SORTBANK EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.BANK.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.BANK.INT.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SORTDED  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEDUCT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.DEDUCT.INT.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,12,CH,A)
/*
//SORTTIME EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.TIMECARD,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.INTTIME.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//* THE DEPARTMENT CHECK IS A SECOND MATCH OF THE MASTER, IN
//* DEPT-CODE ORDER, AGAINST THE DEPARTMENT MASTER.
//SORTMDPT EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.INTDEPT.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(42,6,CH,A,1,10,CH,A)
/*
//SORTDEPT EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEPT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.DEPT.INT.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,6,CH,A)
/*
//INT      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAYROLL FILE INTEGRITY SWEEP PROGRAM
  160 ***   MATCHES THE PAY MASTER AGAINST THE BANK, DEDUCTION,
  165 ***   TIMECARD, YTD, LEAVE AND DEPARTMENT FILES AND LISTS
  168 ***   EVERY RECORD THAT DOES NOT AGREE
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. INTEGCHK.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1405      SELECT SALARIES ASSIGN TO DA-S-INDD.
 1410      SELECT BANK-FILE ASSIGN TO DA-S-BANKDD.
 1415      SELECT DEDUCT-FILE ASSIGN TO DA-S-DEDDD.
 1420      SELECT TIME-FILE ASSIGN TO DA-S-TIMEDD.
 1425      SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DA-S-YTDDD
 1430          ORGANIZATION IS INDEXED
 1435          ACCESS MODE IS SEQUENTIAL
 1440          RECORD KEY IS YTD-EMPLOYEE-ID
 1445          FILE STATUS IS YTD-FILE-STATUS.
 1450      SELECT LEAVE-MASTER ASSIGN TO DA-S-LVDD
 1455          ORGANIZATION IS INDEXED
 1460          ACCESS MODE IS SEQUENTIAL
 1465          RECORD KEY IS LV-EMPLOYEE-ID
 1470          FILE STATUS IS LEAVE-FILE-STATUS.
 1475      SELECT DEPT-ORDER-FILE ASSIGN TO DA-S-MDPTDD.
 1480      SELECT DEPT-FILE ASSIGN TO DA-S-DEPTDD.
 1485      SELECT REPORT-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  SALARIES
 2605      BLOCK CONTAINS 0 RECORDS
 2610      DATA RECORD IS SALARIES-REC.
 2615
 2620  01  SALARIES-REC.
 2625      05 EMPLOYEE-ID PIC 9(10).
 2630      05 NAME PIC A(23).
 2635      05 SALARY PIC  9(6)V99.
 2640      05 DEPT-CODE PIC X(06).
 2645      05 EMPL-STATUS PIC X(01).
 2650      05 HIRE-DATE PIC 9(8).
 2655      05 TERM-DATE PIC 9(8).
 2660      05 PAY-BASIS PIC X(01).
 2665      05 FILLER PIC X(15).
 2670
 2675  FD  BANK-FILE
 2680      BLOCK CONTAINS 0 RECORDS
 2685      DATA RECORD IS BANK-REC.
 2690
 2695  01  BANK-REC.
 2700      05 BANK-EMPLOYEE-ID PIC 9(10).
 2705      05 BANK-ROUTING PIC 9(9).
 2710      05 BANK-ACCOUNT PIC X(17).
 2715      05 BANK-ACCT-TYPE PIC X(01).
 2720      05 BANK-PRENOTE-STATUS PIC X(01).
 2725      05 BANK-PRENOTE-DATE PIC 9(8).
 2730      05 FILLER PIC X(34).
 2735
 2740  FD  DEDUCT-FILE
 2745      BLOCK CONTAINS 0 RECORDS
 2750      DATA RECORD IS DEDUCT-REC.
 2755
 2760  01  DEDUCT-REC.
 2765      05 DED-EMPLOYEE-ID PIC 9(10).
 2770      05 DED-TYPE PIC X(02).
 2775      05 DED-METHOD PIC X(01).
 2780      05 DED-AMOUNT PIC 9(6)V99.
 2785      05 DED-PERCENT PIC V999.
 2790      05 DED-GL-ACCOUNT PIC X(06).
 2795      05 FILLER PIC X(50).
 2800
 2805  FD  TIME-FILE
 2810      BLOCK CONTAINS 0 RECORDS
 2815      DATA RECORD IS TIME-REC.
 2820
 2825  01  TIME-REC.
 2830      05 TS-EMPLOYEE-ID PIC 9(10).
 2835      05 TS-REG-HOURS PIC 9(3)V99.
 2840      05 TS-OT-HOURS PIC 9(3)V99.
 2845      05 TS-VAC-HOURS PIC 9(3)V99.
 2850      05 TS-SICK-HOURS PIC 9(3)V99.
 2855      05 FILLER PIC X(50).
 2860
 2865  FD  EMPLOYEE-YTD-MASTER
 2870      LABEL RECORDS ARE STANDARD
 2875      DATA RECORD IS YTD-MASTER-REC.
 2880
 2885  01  YTD-MASTER-REC.
 2890      05 YTD-EMPLOYEE-ID PIC 9(10).
 2895      05 YTD-GROSS-WAGES PIC 9(9)V99.
 2900      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 2905      05 YTD-QTD-QUARTER PIC 9(5).
 2910      05 YTD-QTD-WAGES PIC 9(9)V99.
 2915      05 YTD-QTD-TAX PIC 9(9)V99.
 2920      05 FILLER PIC X(05).
 2925
 2930  FD  LEAVE-MASTER
 2935      LABEL RECORDS ARE STANDARD
 2940      DATA RECORD IS LEAVE-MASTER-REC.
 2945
 2950  01  LEAVE-MASTER-REC.
 2955      05 LV-EMPLOYEE-ID PIC 9(10).
 2960      05 LV-LEAVE-YEAR PIC 9(4).
 2965      05 LV-LAST-PAY-DATE PIC 9(8).
 2970      05 LV-VAC-BALANCE PIC 9(5)V99.
 2975      05 LV-SICK-BALANCE PIC 9(5)V99.
 2980      05 LV-VAC-ACCRUED PIC 9(3)V99.
 2985      05 LV-VAC-TAKEN PIC 9(3)V99.
 2990      05 LV-SICK-ACCRUED PIC 9(3)V99.
 2995      05 LV-SICK-TAKEN PIC 9(3)V99.
 3000      05 LV-VAC-TAKEN-YTD PIC 9(5)V99.
 3005      05 LV-SICK-TAKEN-YTD PIC 9(5)V99.
 3010      05 FILLER PIC X(10).
 3015
 3020  FD  DEPT-ORDER-FILE
 3025      BLOCK CONTAINS 0 RECORDS
 3030      DATA RECORD IS DEPT-ORDER-REC.
 3035
 3040  01  DEPT-ORDER-REC.
 3045      05 DO-EMPLOYEE-ID PIC 9(10).
 3050      05 DO-NAME PIC A(23).
 3055      05 DO-SALARY PIC 9(6)V99.
 3060      05 DO-DEPT-CODE PIC X(06).
 3065      05 FILLER PIC X(33).
 3070
 3075  FD  DEPT-FILE
 3080      BLOCK CONTAINS 0 RECORDS
 3085      DATA RECORD IS DEPT-REC.
 3090
 3095  01  DEPT-REC.
 3100      05 DM-DEPT-CODE PIC X(06).
 3105      05 DM-DEPT-NAME PIC X(24).
 3110      05 DM-COST-CENTER PIC X(06).
 3115      05 FILLER PIC X(44).
 3120
 3125  FD  REPORT-FILE
 3130      LABEL RECORDS ARE OMITTED
 3135      DATA RECORD IS REPORT-PRINT-REC.
 3140
 3145  01  REPORT-PRINT-REC PIC X(132).
 3150
 3600  WORKING-STORAGE SECTION.
 3605  77  MASTER-KEY                  PIC 9(10)   VALUE ZERO.
 3610  77  BANK-KEY                    PIC 9(10)   VALUE ZERO.
 3615  77  DEDUCT-KEY                  PIC 9(10)   VALUE ZERO.
 3620  77  TIME-KEY                    PIC 9(10)   VALUE ZERO.
 3625  77  YTD-KEY                     PIC 9(10)   VALUE ZERO.
 3630  77  LEAVE-KEY                   PIC 9(10)   VALUE ZERO.
 3635  77  CURRENT-KEY                 PIC 9(10)   VALUE ZERO.
 3640  77  DEPT-KEY                    PIC X(06)   VALUE LOW-VALUES.
 3645  77  DEPT-ORDER-EOF-SWITCH       PIC X(1)    VALUE 'N'.
 3650  88  DEPT-ORDER-EOF                       VALUE 'Y'.
 3655  77  MASTER-FOUND-SWITCH         PIC X(1)    VALUE 'N'.
 3660  88  MASTER-FOUND                         VALUE 'Y'.
 3665  77  TIMECARD-SEEN-SWITCH        PIC X(1)    VALUE 'N'.
 3670  88  TIMECARD-SEEN                        VALUE 'Y'.
 3675  77  YTD-FILE-STATUS             PIC X(2)    VALUE ZERO.
 3680  77  LEAVE-FILE-STATUS           PIC X(2)    VALUE ZERO.
 3685  77  INTEG-RUN-DATE              PIC 9(8)    VALUE ZERO.
 3690  77  MASTERS-READ                PIC 9(7)    VALUE ZERO.
 3695  77  MASTER-DUPLICATES           PIC 9(7)    VALUE ZERO.
 3700  77  BANK-NO-MASTER              PIC 9(7)    VALUE ZERO.
 3705  77  BANK-TERMINATED             PIC 9(7)    VALUE ZERO.
 3710  77  DEDUCT-NO-MASTER            PIC 9(7)    VALUE ZERO.
 3715  77  DEDUCT-TERMINATED           PIC 9(7)    VALUE ZERO.
 3720  77  TIME-NO-MASTER              PIC 9(7)    VALUE ZERO.
 3725  77  TIME-SALARIED               PIC 9(7)    VALUE ZERO.
 3730  77  TIME-DUPLICATES             PIC 9(7)    VALUE ZERO.
 3735  77  HOURLY-NO-TIME              PIC 9(7)    VALUE ZERO.
 3740  77  YTD-NO-MASTER               PIC 9(7)    VALUE ZERO.
 3745  77  LEAVE-NO-MASTER             PIC 9(7)    VALUE ZERO.
 3750  77  DEPT-MISSING                PIC 9(7)    VALUE ZERO.
 3755  77  DEPT-NO-COST-CENTER         PIC 9(7)    VALUE ZERO.
 3760  77  EXCEPTION-COUNT             PIC 9(7)    VALUE ZERO.
 3765
 3775  01  HOLD-MASTER.
 3780      05 HOLD-NAME PIC X(23).
 3785      05 HOLD-DEPT-CODE PIC X(06).
 3790      05 HOLD-STATUS PIC X(01).
 3795      88 HOLD-ON-LEAVE                      VALUE 'L'.
 3800      88 HOLD-TERMINATED                    VALUE 'T'.
 3805      05 HOLD-PAY-BASIS PIC X(01).
 3810      88 HOLD-HOURLY                        VALUE 'H'.
 3815
 3820  01  DEDUCT-DETAIL.
 3825      05 FILLER PIC X(05) VALUE 'TYPE '.
 3830      05 IDT-DED-TYPE PIC X(02).
 3835      05 FILLER PIC X(05) VALUE SPACES.
 3840
 3845  01  INTEG-TITLE-LINE.
 3850      05 FILLER PIC X(30) VALUE SPACES.
 3855      05 FILLER PIC X(40) VALUE
 3860          'P A Y R O L L   F I L E   I N T E G R I'.
 3865      05 FILLER PIC X(08) VALUE ' T Y'.
 3870      05 FILLER PIC X(54) VALUE SPACES.
 3875
 3880  01  INTEG-DATE-LINE.
 3885      05 FILLER PIC X(09) VALUE 'RUN DATE '.
 3890      05 IDL-RUN-DATE PIC 9999/99/99.
 3895      05 FILLER PIC X(113) VALUE SPACES.
 3900
 3905  01  INTEG-SECTION-LINE.
 3910      05 ISL-SECTION PIC X(60).
 3915      05 FILLER PIC X(72) VALUE SPACES.
 3920
 3925  01  INTEG-HEAD-LINE.
 3930      05 FILLER PIC X(12) VALUE 'EMPLOYEE-ID'.
 3935      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 3940      05 FILLER PIC X(08) VALUE 'DEPT'.
 3945      05 FILLER PIC X(12) VALUE 'FILE'.
 3950      05 FILLER PIC X(14) VALUE 'DETAIL'.
 3955      05 FILLER PIC X(36) VALUE 'EXCEPTION'.
 3960      05 FILLER PIC X(25) VALUE SPACES.
 3965
 3970  01  INTEG-LINE.
 3975      05 ITL-EMPLOYEE-ID PIC 9(10).
 3980      05 FILLER PIC X(02) VALUE SPACES.
 3985      05 ITL-NAME PIC X(23).
 3990      05 FILLER PIC X(02) VALUE SPACES.
 3995      05 ITL-DEPT-CODE PIC X(06).
 4000      05 FILLER PIC X(02) VALUE SPACES.
 4005      05 ITL-FILE PIC X(10).
 4010      05 FILLER PIC X(02) VALUE SPACES.
 4015      05 ITL-DETAIL PIC X(12).
 4020      05 FILLER PIC X(02) VALUE SPACES.
 4025      05 ITL-MESSAGE PIC X(36).
 4030      05 FILLER PIC X(25) VALUE SPACES.
 4035
 4040  01  INTEG-COUNT-LINE.
 4045      05 ICL-LABEL PIC X(45).
 4050      05 ICL-COUNT PIC ZZZ,ZZZ,ZZ9.
 4055      05 FILLER PIC X(76) VALUE SPACES.
 4060
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010
 5015      ACCEPT INTEG-RUN-DATE FROM DATE YYYYMMDD.
 5020      MOVE INTEG-RUN-DATE TO IDL-RUN-DATE.
 5025      OPEN INPUT SALARIES, BANK-FILE, DEDUCT-FILE, TIME-FILE.
 5030      OPEN INPUT EMPLOYEE-YTD-MASTER.
 5035      IF YTD-FILE-STATUS NOT = '00'
 5040          DISPLAY 'YTD MASTER OPEN ERROR - STATUS '
 5045              YTD-FILE-STATUS UPON CONSOLE
 5050          MOVE 8 TO RETURN-CODE
 5055          STOP RUN.
 5060      OPEN INPUT LEAVE-MASTER.
 5065      IF LEAVE-FILE-STATUS NOT = '00'
 5070          DISPLAY 'LEAVE MASTER OPEN ERROR - STATUS '
 5075              LEAVE-FILE-STATUS UPON CONSOLE
 5080          MOVE 8 TO RETURN-CODE
 5085          STOP RUN.
 5090      OPEN OUTPUT REPORT-FILE.
 5095
 5100      WRITE REPORT-PRINT-REC FROM INTEG-TITLE-LINE
 5105          AFTER ADVANCING PAGE.
 5110      WRITE REPORT-PRINT-REC FROM INTEG-DATE-LINE
 5115          AFTER ADVANCING 2 LINES.
 5120      MOVE 'MATCH BY EMPLOYEE-ID - BANK, DEDUCTION, TIMECARD, YTD'
 5125          TO ISL-SECTION.
 5130      WRITE REPORT-PRINT-REC FROM INTEG-SECTION-LINE
 5135          AFTER ADVANCING 2 LINES.
 5140      WRITE REPORT-PRINT-REC FROM INTEG-HEAD-LINE
 5145          AFTER ADVANCING 2 LINES.
 5150
 5155      PERFORM 110-READ-MASTER THRU 110-EXIT.
 5160      PERFORM 210-READ-BANK THRU 210-EXIT.
 5165      PERFORM 260-READ-DEDUCT THRU 260-EXIT.
 5170      PERFORM 310-READ-TIME THRU 310-EXIT.
 5175      PERFORM 360-READ-YTD THRU 360-EXIT.
 5180      PERFORM 410-READ-LEAVE THRU 410-EXIT.
 5185      PERFORM 100-MATCH-EMPLOYEE THRU 100-EXIT
 5190          UNTIL MASTER-KEY = 9999999999
 5195            AND BANK-KEY = 9999999999
 5200            AND DEDUCT-KEY = 9999999999
 5205            AND TIME-KEY = 9999999999
 5210            AND YTD-KEY = 9999999999
 5215            AND LEAVE-KEY = 9999999999.
 5220      CLOSE SALARIES, BANK-FILE, DEDUCT-FILE, TIME-FILE,
 5225            EMPLOYEE-YTD-MASTER, LEAVE-MASTER.
 5230
 5235      PERFORM 500-CHECK-DEPARTMENTS THRU 500-EXIT.
 5240
 5245  000-TERMINATE.
 5250      PERFORM 650-PRINT-COUNTS THRU 650-EXIT.
 5255      CLOSE REPORT-FILE.
 5260      DISPLAY 'PAYROLL FILE INTEGRITY - ' EXCEPTION-COUNT
 5265          ' EXCEPTIONS' UPON CONSOLE.
 5270      IF EXCEPTION-COUNT > ZERO
 5275          MOVE 4 TO RETURN-CODE.
 5280
 5285      STOP RUN.
 5290
 5305  100-MATCH-EMPLOYEE.
 5310      MOVE MASTER-KEY TO CURRENT-KEY.
 5315      IF BANK-KEY < CURRENT-KEY
 5320          MOVE BANK-KEY TO CURRENT-KEY.
 5325      IF DEDUCT-KEY < CURRENT-KEY
 5330          MOVE DEDUCT-KEY TO CURRENT-KEY.
 5335      IF TIME-KEY < CURRENT-KEY
 5340          MOVE TIME-KEY TO CURRENT-KEY.
 5345      IF YTD-KEY < CURRENT-KEY
 5350          MOVE YTD-KEY TO CURRENT-KEY.
 5355      IF LEAVE-KEY < CURRENT-KEY
 5360          MOVE LEAVE-KEY TO CURRENT-KEY.
 5365
 5370      MOVE 'N' TO TIMECARD-SEEN-SWITCH.
 5375      IF MASTER-KEY = CURRENT-KEY
 5380          MOVE 'Y' TO MASTER-FOUND-SWITCH
 5385          MOVE NAME TO HOLD-NAME
 5390          MOVE DEPT-CODE TO HOLD-DEPT-CODE
 5395          MOVE EMPL-STATUS TO HOLD-STATUS
 5400          MOVE PAY-BASIS TO HOLD-PAY-BASIS
 5405          ADD 1 TO MASTERS-READ
 5410          PERFORM 110-READ-MASTER THRU 110-EXIT
 5415          PERFORM 120-DUPLICATE-MASTER THRU 120-EXIT
 5420              UNTIL MASTER-KEY NOT = CURRENT-KEY
 5425      ELSE
 5430          MOVE 'N' TO MASTER-FOUND-SWITCH
 5435          MOVE SPACES TO HOLD-MASTER.
 5440
 5445      PERFORM 200-CHECK-BANK THRU 200-EXIT
 5450          UNTIL BANK-KEY NOT = CURRENT-KEY.
 5455      PERFORM 250-CHECK-DEDUCT THRU 250-EXIT
 5460          UNTIL DEDUCT-KEY NOT = CURRENT-KEY.
 5465      PERFORM 300-CHECK-TIME THRU 300-EXIT
 5470          UNTIL TIME-KEY NOT = CURRENT-KEY.
 5475      PERFORM 350-CHECK-YTD THRU 350-EXIT
 5480          UNTIL YTD-KEY NOT = CURRENT-KEY.
 5485      PERFORM 400-CHECK-LEAVE THRU 400-EXIT
 5490          UNTIL LEAVE-KEY NOT = CURRENT-KEY.
 5495
 5500      IF MASTER-FOUND AND HOLD-HOURLY
 5505          AND NOT HOLD-TERMINATED AND NOT HOLD-ON-LEAVE
 5510          AND NOT TIMECARD-SEEN
 5515          ADD 1 TO HOURLY-NO-TIME
 5520          MOVE 'MASTER' TO ITL-FILE
 5525          MOVE 'HOURLY' TO ITL-DETAIL
 5530          MOVE 'HOURLY EMPLOYEE HAS NO TIMECARD' TO ITL-MESSAGE
 5535          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 5540
 5545  100-EXIT.
 5550      EXIT.
 5555
 5560  110-READ-MASTER.
 5565      READ SALARIES
 5570          AT END
 5575              MOVE 9999999999 TO MASTER-KEY
 5580              GO TO 110-EXIT.
 5585      MOVE EMPLOYEE-ID TO MASTER-KEY.
 5590
 5595  110-EXIT.
 5600      EXIT.
 5605
 5610  120-DUPLICATE-MASTER.
 5615      ADD 1 TO MASTER-DUPLICATES.
 5620      MOVE 'MASTER' TO ITL-FILE.
 5625      MOVE SPACES TO ITL-DETAIL.
 5630      MOVE 'DUPLICATE EMPLOYEE-ID ON MASTER' TO ITL-MESSAGE.
 5635      PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 5640      PERFORM 110-READ-MASTER THRU 110-EXIT.
 5645
 5650  120-EXIT.
 5655      EXIT.
 5660
 5665  200-CHECK-BANK.
 5670      MOVE 'BANK' TO ITL-FILE.
 5675      MOVE BANK-ACCOUNT TO ITL-DETAIL.
 5680      IF NOT MASTER-FOUND
 5685          ADD 1 TO BANK-NO-MASTER
 5690          MOVE 'BANK ACCOUNT - EMPLOYEE NOT ON FILE'
 5695              TO ITL-MESSAGE
 5700          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT
 5705      ELSE
 5710          IF HOLD-TERMINATED
 5715              ADD 1 TO BANK-TERMINATED
 5720              MOVE 'BANK ACCOUNT - EMPLOYEE TERMINATED'
 5725                  TO ITL-MESSAGE
 5730              PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 5735      PERFORM 210-READ-BANK THRU 210-EXIT.
 5740
 5745  200-EXIT.
 5750      EXIT.
 5755
 5760  210-READ-BANK.
 5765      READ BANK-FILE
 5770          AT END
 5775              MOVE 9999999999 TO BANK-KEY
 5780              GO TO 210-EXIT.
 5785      MOVE BANK-EMPLOYEE-ID TO BANK-KEY.
 5790
 5795  210-EXIT.
 5800      EXIT.
 5805
 5810  250-CHECK-DEDUCT.
 5815      MOVE 'DEDUCTION' TO ITL-FILE.
 5820      MOVE DED-TYPE TO IDT-DED-TYPE.
 5825      MOVE DEDUCT-DETAIL TO ITL-DETAIL.
 5830      IF NOT MASTER-FOUND
 5835          ADD 1 TO DEDUCT-NO-MASTER
 5840          MOVE 'DEDUCTION - EMPLOYEE NOT ON FILE' TO ITL-MESSAGE
 5845          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT
 5850      ELSE
 5855          IF HOLD-TERMINATED
 5860              ADD 1 TO DEDUCT-TERMINATED
 5865              MOVE 'DEDUCTION - EMPLOYEE TERMINATED'
 5870                  TO ITL-MESSAGE
 5875              PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 5880      PERFORM 260-READ-DEDUCT THRU 260-EXIT.
 5885
 5890  250-EXIT.
 5895      EXIT.
 5900
 5905  260-READ-DEDUCT.
 5910      READ DEDUCT-FILE
 5915          AT END
 5920              MOVE 9999999999 TO DEDUCT-KEY
 5925              GO TO 260-EXIT.
 5930      MOVE DED-EMPLOYEE-ID TO DEDUCT-KEY.
 5935
 5940  260-EXIT.
 5945      EXIT.
 5950
 5965  300-CHECK-TIME.
 5970      MOVE 'TIMECARD' TO ITL-FILE.
 5975      MOVE SPACES TO ITL-DETAIL.
 5980      IF NOT MASTER-FOUND
 5985          ADD 1 TO TIME-NO-MASTER
 5990          MOVE 'TIMECARD - EMPLOYEE NOT ON FILE' TO ITL-MESSAGE
 5995          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT
 6000          GO TO 390-NEXT-TIME.
 6005      IF TIMECARD-SEEN
 6010          ADD 1 TO TIME-DUPLICATES
 6015          MOVE 'DUPLICATE TIMECARD FOR EMPLOYEE' TO ITL-MESSAGE
 6020          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT
 6025          GO TO 390-NEXT-TIME.
 6030      MOVE 'Y' TO TIMECARD-SEEN-SWITCH.
 6035      IF NOT HOLD-HOURLY
 6040          AND (TS-REG-HOURS > ZERO OR TS-OT-HOURS > ZERO)
 6045          ADD 1 TO TIME-SALARIED
 6050          MOVE 'SALARIED' TO ITL-DETAIL
 6055          MOVE 'TIMECARD HOURS - EMPLOYEE SALARIED' TO ITL-MESSAGE
 6060          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 6065
 6070  390-NEXT-TIME.
 6075      PERFORM 310-READ-TIME THRU 310-EXIT.
 6080
 6085  300-EXIT.
 6090      EXIT.
 6095
 6100  310-READ-TIME.
 6105      READ TIME-FILE
 6110          AT END
 6115              MOVE 9999999999 TO TIME-KEY
 6120              GO TO 310-EXIT.
 6125      MOVE TS-EMPLOYEE-ID TO TIME-KEY.
 6130
 6135  310-EXIT.
 6140      EXIT.
 6145
 6150  350-CHECK-YTD.
 6155      IF NOT MASTER-FOUND
 6160          ADD 1 TO YTD-NO-MASTER
 6165          MOVE 'YTD' TO ITL-FILE
 6170          MOVE SPACES TO ITL-DETAIL
 6175          MOVE 'YTD RECORD - EMPLOYEE NOT ON FILE' TO ITL-MESSAGE
 6180          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 6185      PERFORM 360-READ-YTD THRU 360-EXIT.
 6190
 6195  350-EXIT.
 6200      EXIT.
 6205
 6210  360-READ-YTD.
 6215      READ EMPLOYEE-YTD-MASTER
 6220          AT END
 6225              MOVE 9999999999 TO YTD-KEY
 6230              GO TO 360-EXIT.
 6235      MOVE YTD-EMPLOYEE-ID TO YTD-KEY.
 6240
 6245  360-EXIT.
 6250      EXIT.
 6255
 6260  400-CHECK-LEAVE.
 6265      IF NOT MASTER-FOUND
 6270          ADD 1 TO LEAVE-NO-MASTER
 6275          MOVE 'LEAVE' TO ITL-FILE
 6280          MOVE SPACES TO ITL-DETAIL
 6285          MOVE 'LEAVE RECORD - EMPLOYEE NOT ON FILE' TO ITL-MESSAGE
 6290          PERFORM 450-LIST-EXCEPTION THRU 450-EXIT.
 6295      PERFORM 410-READ-LEAVE THRU 410-EXIT.
 6300
 6305  400-EXIT.
 6310      EXIT.
 6315
 6320  410-READ-LEAVE.
 6325      READ LEAVE-MASTER
 6330          AT END
 6335              MOVE 9999999999 TO LEAVE-KEY
 6340              GO TO 410-EXIT.
 6345      MOVE LV-EMPLOYEE-ID TO LEAVE-KEY.
 6350
 6355  410-EXIT.
 6360      EXIT.
 6365
 6370  450-LIST-EXCEPTION.
 6375      ADD 1 TO EXCEPTION-COUNT.
 6380      MOVE CURRENT-KEY TO ITL-EMPLOYEE-ID.
 6385      MOVE HOLD-NAME TO ITL-NAME.
 6390      MOVE HOLD-DEPT-CODE TO ITL-DEPT-CODE.
 6395      WRITE REPORT-PRINT-REC FROM INTEG-LINE
 6400          AFTER ADVANCING 1 LINES.
 6405
 6410  450-EXIT.
 6415      EXIT.
 6420
 6435  500-CHECK-DEPARTMENTS.
 6440      OPEN INPUT DEPT-ORDER-FILE, DEPT-FILE.
 6445      MOVE 'DEPT-CODE MATCH: DEPARTMENT MASTER AND COST CENTER'
 6450          TO ISL-SECTION.
 6455      WRITE REPORT-PRINT-REC FROM INTEG-SECTION-LINE
 6460          AFTER ADVANCING 3 LINES.
 6465      WRITE REPORT-PRINT-REC FROM INTEG-HEAD-LINE
 6470          AFTER ADVANCING 2 LINES.
 6475      PERFORM 510-READ-DEPT-ORDER THRU 510-EXIT.
 6480      PERFORM 520-CHECK-ONE-DEPT-CODE THRU 520-EXIT
 6485          UNTIL DEPT-ORDER-EOF.
 6490      CLOSE DEPT-ORDER-FILE, DEPT-FILE.
 6495
 6500  500-EXIT.
 6505      EXIT.
 6510
 6515  510-READ-DEPT-ORDER.
 6520      READ DEPT-ORDER-FILE
 6525          AT END
 6530              SET DEPT-ORDER-EOF TO TRUE.
 6535
 6540  510-EXIT.
 6545      EXIT.
 6550
 6555  520-CHECK-ONE-DEPT-CODE.
 6560      PERFORM 530-READ-DEPT THRU 530-EXIT
 6565          UNTIL DEPT-KEY NOT < DO-DEPT-CODE.
 6570      MOVE 'DEPARTMENT' TO ITL-FILE.
 6575      MOVE SPACES TO ITL-DETAIL.
 6580      IF DEPT-KEY NOT = DO-DEPT-CODE
 6585          ADD 1 TO DEPT-MISSING
 6590          MOVE 'DEPT-CODE NOT ON DEPARTMENT MASTER'
 6595              TO ITL-MESSAGE
 6600          PERFORM 550-LIST-DEPT-EXCEPTION THRU 550-EXIT
 6605      ELSE
 6610          IF DM-COST-CENTER = SPACES
 6615              ADD 1 TO DEPT-NO-COST-CENTER
 6620              MOVE 'DEPARTMENT HAS NO COST CENTER'
 6625                  TO ITL-MESSAGE
 6630              PERFORM 550-LIST-DEPT-EXCEPTION THRU 550-EXIT.
 6635      PERFORM 510-READ-DEPT-ORDER THRU 510-EXIT.
 6640
 6645  520-EXIT.
 6650      EXIT.
 6655
 6660  530-READ-DEPT.
 6665      READ DEPT-FILE
 6670          AT END
 6675              MOVE HIGH-VALUES TO DEPT-KEY
 6680              GO TO 530-EXIT.
 6685      MOVE DM-DEPT-CODE TO DEPT-KEY.
 6690
 6695  530-EXIT.
 6700      EXIT.
 6705
 6710  550-LIST-DEPT-EXCEPTION.
 6715      ADD 1 TO EXCEPTION-COUNT.
 6720      MOVE DO-EMPLOYEE-ID TO ITL-EMPLOYEE-ID.
 6725      MOVE DO-NAME TO ITL-NAME.
 6730      MOVE DO-DEPT-CODE TO ITL-DEPT-CODE.
 6735      WRITE REPORT-PRINT-REC FROM INTEG-LINE
 6740          AFTER ADVANCING 1 LINES.
 6745
 6750  550-EXIT.
 6755      EXIT.
 6760
 6765  650-PRINT-COUNTS.
 6770      MOVE 'MASTER RECORDS READ' TO ICL-LABEL.
 6775      MOVE MASTERS-READ TO ICL-COUNT.
 6780      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6785          AFTER ADVANCING 3 LINES.
 6790      MOVE 'DUPLICATE MASTER RECORDS' TO ICL-LABEL.
 6795      MOVE MASTER-DUPLICATES TO ICL-COUNT.
 6800      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6805          AFTER ADVANCING 2 LINES.
 6810      MOVE 'BANK ACCOUNTS - EMPLOYEE NOT ON FILE' TO ICL-LABEL.
 6815      MOVE BANK-NO-MASTER TO ICL-COUNT.
 6820      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6825          AFTER ADVANCING 1 LINES.
 6830      MOVE 'BANK ACCOUNTS - EMPLOYEE TERMINATED' TO ICL-LABEL.
 6835      MOVE BANK-TERMINATED TO ICL-COUNT.
 6840      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6845          AFTER ADVANCING 1 LINES.
 6850      MOVE 'DEDUCTIONS - EMPLOYEE NOT ON FILE' TO ICL-LABEL.
 6855      MOVE DEDUCT-NO-MASTER TO ICL-COUNT.
 6860      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6865          AFTER ADVANCING 1 LINES.
 6870      MOVE 'DEDUCTIONS - EMPLOYEE TERMINATED' TO ICL-LABEL.
 6875      MOVE DEDUCT-TERMINATED TO ICL-COUNT.
 6880      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6885          AFTER ADVANCING 1 LINES.
 6890      MOVE 'TIMECARDS - EMPLOYEE NOT ON FILE' TO ICL-LABEL.
 6895      MOVE TIME-NO-MASTER TO ICL-COUNT.
 6900      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6905          AFTER ADVANCING 1 LINES.
 6910      MOVE 'TIMECARDS - HOURS FOR SALARIED EMPLOYEE' TO ICL-LABEL.
 6915      MOVE TIME-SALARIED TO ICL-COUNT.
 6920      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6925          AFTER ADVANCING 1 LINES.
 6930      MOVE 'DUPLICATE TIMECARDS' TO ICL-LABEL.
 6935      MOVE TIME-DUPLICATES TO ICL-COUNT.
 6940      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6945          AFTER ADVANCING 1 LINES.
 6950      MOVE 'HOURLY EMPLOYEES WITH NO TIMECARD' TO ICL-LABEL.
 6955      MOVE HOURLY-NO-TIME TO ICL-COUNT.
 6960      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6965          AFTER ADVANCING 1 LINES.
 6970      MOVE 'YTD RECORDS - EMPLOYEE NOT ON FILE' TO ICL-LABEL.
 6975      MOVE YTD-NO-MASTER TO ICL-COUNT.
 6980      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 6985          AFTER ADVANCING 1 LINES.
 6990      MOVE 'LEAVE RECORDS - EMPLOYEE NOT ON FILE' TO ICL-LABEL.
 6995      MOVE LEAVE-NO-MASTER TO ICL-COUNT.
 7000      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 7005          AFTER ADVANCING 1 LINES.
 7010      MOVE 'DEPT-CODES NOT ON DEPARTMENT MASTER' TO ICL-LABEL.
 7015      MOVE DEPT-MISSING TO ICL-COUNT.
 7020      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 7025          AFTER ADVANCING 1 LINES.
 7030      MOVE 'DEPARTMENTS WITH NO COST CENTER' TO ICL-LABEL.
 7035      MOVE DEPT-NO-COST-CENTER TO ICL-COUNT.
 7040      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 7045          AFTER ADVANCING 1 LINES.
 7050      MOVE 'TOTAL EXCEPTIONS' TO ICL-LABEL.
 7055      MOVE EXCEPTION-COUNT TO ICL-COUNT.
 7060      WRITE REPORT-PRINT-REC FROM INTEG-COUNT-LINE
 7065          AFTER ADVANCING 2 LINES.
 7070
 7075  650-EXIT.
 7080      EXIT.
 7085
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.INDD     DD DSNAME=HERC01.SALARIES.INT.SORTED,DISP=(OLD,DELETE)
//GO.BANKDD   DD DSNAME=HERC01.BANK.INT.SORTED,DISP=(OLD,DELETE)
//GO.DEDDD    DD DSNAME=HERC01.DEDUCT.INT.SORTED,DISP=(OLD,DELETE)
//GO.TIMEDD   DD DSNAME=HERC01.SALARIES.INTTIME.SORTED,
//             DISP=(OLD,DELETE)
//* THE YTD AND LEAVE MASTERS ARE KEYED BY EMPLOYEE-ID AND ARE READ
//* BACK IN KEY SEQUENCE WITHOUT A SORT:
//GO.YTDDD    DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=SHR
//GO.LVDD     DD DSNAME=HERC01.EMPLOYEE.LEAVEMST,DISP=SHR
//GO.MDPTDD   DD DSNAME=HERC01.SALARIES.INTDEPT.SORTED,
//             DISP=(OLD,DELETE)
//GO.DEPTDD   DD DSNAME=HERC01.DEPT.INT.SORTED,DISP=(OLD,DELETE)
//
