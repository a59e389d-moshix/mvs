//HERC19L  JOB (COBOL),
//             'LEAVE LIABILITY',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* LEAVE LIABILITY REPORT FOR THE ACCOUNTANTS.  PRINTS EVERY
//* EMPLOYEE'S VACATION AND SICK LEAVE BALANCE FROM
//* HERC01.EMPLOYEE.LEAVEMST, VALUED AT THE CURRENT SALARY ON THE PAY
//* MASTER, BY EMPLOYEE WITHIN DEPARTMENT WITH DEPARTMENT AND COMPANY
//* TOTALS.  HOURLY STAFF (PAY-BASIS 'H') ARE VALUED AT THEIR HOURLY
//* RATE; SALARIED STAFF AT THE MONTHLY SALARY TIMES 12 OVER 2080
//* HOURS.  RUN AFTER ANY PAYROLL (HERC01S) - THE BALANCES ARE AS
//* POSTED BY THE LAST ONE.  READ-ONLY; IT MAY BE RERUN AT WILL.
//*
//* PRESORT THE PAY MASTER BY DEPARTMENT AND EMPLOYEE-ID, AND THE
//* DEPARTMENT MASTER BY CODE, SO THE REPORT CAN MATCH THE DEPARTMENT
//* NAMES IN ONE PASS.
//SORTMAST EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.LIAB.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(42,6,CH,A,1,10,CH,A)
/*
//SORTDEPT EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEPT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.DEPT.LIAB.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,6,CH,A)
/*
//LIAB     EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   LEAVE LIABILITY REPORT PROGRAM
  160 ***   VALUES EACH EMPLOYEE'S VACATION AND SICK LEAVE BALANCE
  165 ***   AT THE CURRENT SALARY AND PRINTS THE LIABILITY BY
  168 ***   DEPARTMENT WITH A COMPANY TOTAL
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. LEAVLIAB.
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
 1410      SELECT DEPT-FILE ASSIGN TO DA-S-DEPTDD.
 1415      SELECT LEAVE-MASTER ASSIGN TO DA-S-LVDD
 1420          ORGANIZATION IS INDEXED
 1425          ACCESS MODE IS RANDOM
 1430          RECORD KEY IS LV-EMPLOYEE-ID
 1435          FILE STATUS IS LEAVE-FILE-STATUS.
 1440      SELECT REPORT-FILE ASSIGN TO UR-S-SYSPRINT.
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
 2650      88 EMPLOYEE-ON-LEAVE                  VALUE 'L'.
 2655      88 EMPLOYEE-TERMINATED                VALUE 'T'.
 2660      05 HIRE-DATE PIC 9(8).
 2665      05 TERM-DATE PIC 9(8).
 2670      05 PAY-BASIS PIC X(01).
 2675      88 EMPLOYEE-HOURLY                    VALUE 'H'.
 2680      05 FILLER PIC X(15).
 2685
 2690  FD  DEPT-FILE
 2695      BLOCK CONTAINS 0 RECORDS
 2700      DATA RECORD IS DEPT-REC.
 2705
 2710  01  DEPT-REC.
 2715      05 DM-DEPT-CODE PIC X(06).
 2720      05 DM-DEPT-NAME PIC X(24).
 2725      05 DM-COST-CENTER PIC X(06).
 2730      05 FILLER PIC X(44).
 2735
 2740  FD  LEAVE-MASTER
 2745      LABEL RECORDS ARE STANDARD
 2750      DATA RECORD IS LEAVE-MASTER-REC.
 2755
 2760  01  LEAVE-MASTER-REC.
 2765      05 LV-EMPLOYEE-ID PIC 9(10).
 2770      05 LV-LEAVE-YEAR PIC 9(4).
 2775      05 LV-LAST-PAY-DATE PIC 9(8).
 2780      05 LV-VAC-BALANCE PIC 9(5)V99.
 2785      05 LV-SICK-BALANCE PIC 9(5)V99.
 2790      05 LV-VAC-ACCRUED PIC 9(3)V99.
 2795      05 LV-VAC-TAKEN PIC 9(3)V99.
 2800      05 LV-SICK-ACCRUED PIC 9(3)V99.
 2805      05 LV-SICK-TAKEN PIC 9(3)V99.
 2810      05 LV-VAC-TAKEN-YTD PIC 9(5)V99.
 2815      05 LV-SICK-TAKEN-YTD PIC 9(5)V99.
 2820      05 FILLER PIC X(10).
 2825
 2830  FD  REPORT-FILE
 2835      LABEL RECORDS ARE OMITTED
 2840      DATA RECORD IS REPORT-PRINT-REC.
 2845
 2850  01  REPORT-PRINT-REC PIC X(132).
 2855
 3600  WORKING-STORAGE SECTION.
 3605  77  SALARIES-EOF-SWITCH         PIC X(1)    VALUE 'N'.
 3610  88  SALARIES-EOF                         VALUE 'Y'.
 3615  77  DEPT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3620  88  DEPT-EOF                             VALUE 'Y'.
 3625  77  LEAVE-FILE-STATUS           PIC X(2)    VALUE ZERO.
 3630  77  DEPT-KEY                    PIC X(06)   VALUE LOW-VALUES.
 3635  77  PRIOR-DEPT-CODE             PIC X(06)   VALUE SPACES.
 3640  77  LIAB-RUN-DATE               PIC 9(8)    VALUE ZERO.
 3645  77  ANNUAL-HOURS                PIC 9(4)    VALUE 2080.
 3650  77  HOURLY-RATE                 PIC 9(6)V99 VALUE ZERO.
 3655  77  VAC-VALUE                   PIC 9(9)V99 VALUE ZERO.
 3660  77  SICK-VALUE                  PIC 9(9)V99 VALUE ZERO.
 3665  77  EMPLOYEE-VALUE              PIC 9(9)V99 VALUE ZERO.
 3670  77  DEPT-VAC-HOURS              PIC 9(7)V99 VALUE ZERO.
 3675  77  DEPT-VAC-VALUE              PIC 9(9)V99 VALUE ZERO.
 3680  77  DEPT-SICK-HOURS             PIC 9(7)V99 VALUE ZERO.
 3685  77  DEPT-SICK-VALUE             PIC 9(9)V99 VALUE ZERO.
 3690  77  COMPANY-VAC-HOURS           PIC 9(7)V99 VALUE ZERO.
 3695  77  COMPANY-VAC-VALUE           PIC 9(9)V99 VALUE ZERO.
 3700  77  COMPANY-SICK-HOURS          PIC 9(7)V99 VALUE ZERO.
 3705  77  COMPANY-SICK-VALUE          PIC 9(9)V99 VALUE ZERO.
 3710  77  EMPLOYEES-READ              PIC 9(7)    VALUE ZERO.
 3715  77  EMPLOYEES-REPORTED          PIC 9(7)    VALUE ZERO.
 3720  77  EMPLOYEES-NO-LEAVE          PIC 9(7)    VALUE ZERO.
 3725
 3730  01  LIAB-TITLE-LINE.
 3735      05 FILLER PIC X(25) VALUE SPACES.
 3740      05 FILLER PIC X(48) VALUE
 3745          'B I M  C O R P .   L E A V E   L I A B I L I T Y'.
 3750      05 FILLER PIC X(59) VALUE SPACES.
 3755
 3760  01  LIAB-DATE-LINE.
 3765      05 FILLER PIC X(15) VALUE 'BALANCES AS OF '.
 3770      05 LAL-RUN-DATE PIC 9999/99/99.
 3775      05 FILLER PIC X(44) VALUE
 3780          ' - VALUED AT CURRENT SALARY, SALARIED HOURS '.
 3785      05 FILLER PIC X(25) VALUE 'AT MONTHLY X 12 / 2080'.
 3790      05 FILLER PIC X(38) VALUE SPACES.
 3795
 3800  01  LIAB-DEPT-LINE.
 3805      05 FILLER PIC X(12) VALUE 'DEPARTMENT: '.
 3810      05 LDP-DEPT-CODE PIC X(06).
 3815      05 FILLER PIC X(02) VALUE SPACES.
 3820      05 LDP-DEPT-NAME PIC X(24).
 3825      05 FILLER PIC X(88) VALUE SPACES.
 3830
 3835  01  LIAB-HEAD-LINE-1.
 3840      05 FILLER PIC X(56) VALUE SPACES.
 3845      05 FILLER PIC X(24) VALUE '  ------ VACATION ------'.
 3850      05 FILLER PIC X(02) VALUE SPACES.
 3855      05 FILLER PIC X(24) VALUE '  ----- SICK LEAVE -----'.
 3860      05 FILLER PIC X(26) VALUE SPACES.
 3865
 3870  01  LIAB-HEAD-LINE-2.
 3875      05 FILLER PIC X(12) VALUE 'EMPLOYEE ID'.
 3880      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 3885      05 FILLER PIC X(07) VALUE 'BASIS'.
 3890      05 FILLER PIC X(10) VALUE ' HRLY RATE'.
 3895      05 FILLER PIC X(02) VALUE SPACES.
 3900      05 FILLER PIC X(10) VALUE '     HOURS'.
 3905      05 FILLER PIC X(02) VALUE SPACES.
 3910      05 FILLER PIC X(12) VALUE '       VALUE'.
 3915      05 FILLER PIC X(02) VALUE SPACES.
 3920      05 FILLER PIC X(10) VALUE '     HOURS'.
 3925      05 FILLER PIC X(02) VALUE SPACES.
 3930      05 FILLER PIC X(12) VALUE '       VALUE'.
 3935      05 FILLER PIC X(02) VALUE SPACES.
 3940      05 FILLER PIC X(12) VALUE ' TOTAL VALUE'.
 3945      05 FILLER PIC X(02) VALUE SPACES.
 3950      05 FILLER PIC X(10) VALUE 'STATUS'.
 3955
 3960  01  LIAB-DETAIL-LINE.
 3965      05 LDL-EMPLOYEE-ID PIC 9(10).
 3970      05 FILLER PIC X(02) VALUE SPACES.
 3975      05 LDL-NAME PIC X(23).
 3980      05 FILLER PIC X(02) VALUE SPACES.
 3985      05 LDL-BASIS PIC X(05).
 3990      05 FILLER PIC X(02) VALUE SPACES.
 3995      05 LDL-HOURLY-RATE PIC ZZZ,ZZ9.99.
 4000      05 FILLER PIC X(02) VALUE SPACES.
 4005      05 LDL-VAC-HOURS PIC ZZZ,ZZ9.99.
 4010      05 FILLER PIC X(02) VALUE SPACES.
 4015      05 LDL-VAC-VALUE PIC Z,ZZZ,ZZ9.99.
 4020      05 FILLER PIC X(02) VALUE SPACES.
 4025      05 LDL-SICK-HOURS PIC ZZZ,ZZ9.99.
 4030      05 FILLER PIC X(02) VALUE SPACES.
 4035      05 LDL-SICK-VALUE PIC Z,ZZZ,ZZ9.99.
 4040      05 FILLER PIC X(02) VALUE SPACES.
 4045      05 LDL-TOTAL-VALUE PIC Z,ZZZ,ZZ9.99.
 4050      05 FILLER PIC X(02) VALUE SPACES.
 4055      05 LDL-STATUS PIC X(10).
 4060
 4065  01  LIAB-TOTAL-LINE.
 4070      05 LTL-LABEL PIC X(56).
 4075      05 LTL-VAC-HOURS PIC ZZZ,ZZ9.99.
 4080      05 FILLER PIC X(01) VALUE SPACES.
 4085      05 LTL-VAC-VALUE PIC ZZ,ZZZ,ZZ9.99.
 4090      05 FILLER PIC X(02) VALUE SPACES.
 4095      05 LTL-SICK-HOURS PIC ZZZ,ZZ9.99.
 4100      05 FILLER PIC X(01) VALUE SPACES.
 4105      05 LTL-SICK-VALUE PIC ZZ,ZZZ,ZZ9.99.
 4110      05 FILLER PIC X(01) VALUE SPACES.
 4115      05 LTL-TOTAL-VALUE PIC ZZ,ZZZ,ZZ9.99.
 4120      05 FILLER PIC X(12) VALUE SPACES.
 4125
 4130  01  LIAB-COUNT-LINE.
 4135      05 LCL-LABEL PIC X(45).
 4140      05 LCL-COUNT PIC ZZZ,ZZ9.
 4145      05 FILLER PIC X(80) VALUE SPACES.
 4150
 5000  PROCEDURE DIVISION.
 5005  000-INITIATE.
 5010
 5015      ACCEPT LIAB-RUN-DATE FROM DATE YYYYMMDD.
 5020      MOVE LIAB-RUN-DATE TO LAL-RUN-DATE.
 5025      OPEN INPUT SALARIES, DEPT-FILE.
 5030      OPEN INPUT LEAVE-MASTER.
 5035      IF LEAVE-FILE-STATUS NOT = '00'
 5040          DISPLAY 'LEAVE MASTER OPEN ERROR - STATUS '
 5045              LEAVE-FILE-STATUS UPON CONSOLE
 5050          MOVE 8 TO RETURN-CODE
 5055          STOP RUN.
 5060      OPEN OUTPUT REPORT-FILE.
 5065
 5070      MOVE HIGH-VALUES TO PRIOR-DEPT-CODE.
 5075      PERFORM 100-READ-EMPLOYEE THRU 100-EXIT.
 5080      PERFORM 200-VALUE-ONE-EMPLOYEE THRU 200-EXIT
 5085          UNTIL SALARIES-EOF.
 5090
 5095  000-TERMINATE.
 5100      IF PRIOR-DEPT-CODE NOT = HIGH-VALUES
 5105          PERFORM 400-PRINT-DEPT-TOTAL THRU 400-EXIT
 5110      ELSE
 5115          WRITE REPORT-PRINT-REC FROM LIAB-TITLE-LINE
 5120              AFTER ADVANCING PAGE
 5125          WRITE REPORT-PRINT-REC FROM LIAB-DATE-LINE
 5130              AFTER ADVANCING 2 LINES.
 5135      MOVE 'COMPANY TOTAL' TO LTL-LABEL.
 5140      MOVE COMPANY-VAC-HOURS TO LTL-VAC-HOURS.
 5145      MOVE COMPANY-VAC-VALUE TO LTL-VAC-VALUE.
 5150      MOVE COMPANY-SICK-HOURS TO LTL-SICK-HOURS.
 5155      MOVE COMPANY-SICK-VALUE TO LTL-SICK-VALUE.
 5160      ADD COMPANY-VAC-VALUE COMPANY-SICK-VALUE
 5165          GIVING EMPLOYEE-VALUE.
 5170      MOVE EMPLOYEE-VALUE TO LTL-TOTAL-VALUE.
 5175      WRITE REPORT-PRINT-REC FROM LIAB-TOTAL-LINE
 5180          AFTER ADVANCING 3 LINES.
 5185      PERFORM 450-PRINT-COUNTS THRU 450-EXIT.
 5190      CLOSE SALARIES, DEPT-FILE, LEAVE-MASTER, REPORT-FILE.
 5195      DISPLAY 'LEAVE LIABILITY REPORT COMPLETE' UPON CONSOLE.
 5200
 5205      STOP RUN.
 5210
 5215  100-READ-EMPLOYEE.
 5220      READ SALARIES
 5225          AT END
 5230              SET SALARIES-EOF TO TRUE
 5235              GO TO 100-EXIT.
 5240      ADD 1 TO EMPLOYEES-READ.
 5245
 5250  100-EXIT.
 5255      EXIT.
 5260
 5265  200-VALUE-ONE-EMPLOYEE.
 5270      MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID.
 5275      READ LEAVE-MASTER
 5280          INVALID KEY
 5285              ADD 1 TO EMPLOYEES-NO-LEAVE
 5290              GO TO 290-NEXT-EMPLOYEE.
 5295      IF LEAVE-FILE-STATUS NOT = '00'
 5300          DISPLAY 'LEAVE MASTER READ ERROR - STATUS '
 5305              LEAVE-FILE-STATUS ' EMPLOYEE ' EMPLOYEE-ID
 5310              UPON CONSOLE
 5315          MOVE 8 TO RETURN-CODE
 5320          STOP RUN.
 5325      IF DEPT-CODE NOT = PRIOR-DEPT-CODE
 5330          PERFORM 300-START-DEPARTMENT THRU 300-EXIT.
 5335
 5340      IF EMPLOYEE-HOURLY
 5345          MOVE SALARY TO HOURLY-RATE
 5350          MOVE 'HRLY' TO LDL-BASIS
 5355      ELSE
 5360          COMPUTE HOURLY-RATE ROUNDED =
 5365              SALARY * 12 / ANNUAL-HOURS
 5370          MOVE 'SAL' TO LDL-BASIS.
 5375      MULTIPLY LV-VAC-BALANCE BY HOURLY-RATE
 5380          GIVING VAC-VALUE ROUNDED.
 5385      MULTIPLY LV-SICK-BALANCE BY HOURLY-RATE
 5390          GIVING SICK-VALUE ROUNDED.
 5395      ADD VAC-VALUE SICK-VALUE GIVING EMPLOYEE-VALUE.
 5400
 5405      MOVE EMPLOYEE-ID     TO LDL-EMPLOYEE-ID.
 5410      MOVE NAME            TO LDL-NAME.
 5415      MOVE HOURLY-RATE     TO LDL-HOURLY-RATE.
 5420      MOVE LV-VAC-BALANCE  TO LDL-VAC-HOURS.
 5425      MOVE VAC-VALUE       TO LDL-VAC-VALUE.
 5430      MOVE LV-SICK-BALANCE TO LDL-SICK-HOURS.
 5435      MOVE SICK-VALUE      TO LDL-SICK-VALUE.
 5440      MOVE EMPLOYEE-VALUE  TO LDL-TOTAL-VALUE.
 5445      MOVE SPACES TO LDL-STATUS.
 5450      IF EMPLOYEE-TERMINATED
 5455          MOVE 'TERMINATED' TO LDL-STATUS.
 5460      IF EMPLOYEE-ON-LEAVE
 5465          MOVE 'ON LEAVE' TO LDL-STATUS.
 5470      WRITE REPORT-PRINT-REC FROM LIAB-DETAIL-LINE
 5475          AFTER ADVANCING 1 LINES.
 5480
 5485      ADD LV-VAC-BALANCE  TO DEPT-VAC-HOURS.
 5490      ADD VAC-VALUE       TO DEPT-VAC-VALUE.
 5495      ADD LV-SICK-BALANCE TO DEPT-SICK-HOURS.
 5500      ADD SICK-VALUE      TO DEPT-SICK-VALUE.
 5505      ADD 1 TO EMPLOYEES-REPORTED.
 5510
 5515  290-NEXT-EMPLOYEE.
 5520      PERFORM 100-READ-EMPLOYEE THRU 100-EXIT.
 5525
 5530  200-EXIT.
 5535      EXIT.
 5540
 5545  300-START-DEPARTMENT.
 5550      IF PRIOR-DEPT-CODE NOT = HIGH-VALUES
 5555          PERFORM 400-PRINT-DEPT-TOTAL THRU 400-EXIT.
 5560      PERFORM 310-READ-DEPT THRU 310-EXIT
 5565          UNTIL DEPT-EOF OR DEPT-KEY NOT < DEPT-CODE.
 5570      MOVE DEPT-CODE TO LDP-DEPT-CODE.
 5575      IF DEPT-KEY = DEPT-CODE
 5580          MOVE DM-DEPT-NAME TO LDP-DEPT-NAME
 5585      ELSE
 5590          MOVE '** NOT ON DEPT MASTER **' TO LDP-DEPT-NAME.
 5595      WRITE REPORT-PRINT-REC FROM LIAB-TITLE-LINE
 5600          AFTER ADVANCING PAGE.
 5605      WRITE REPORT-PRINT-REC FROM LIAB-DATE-LINE
 5610          AFTER ADVANCING 2 LINES.
 5615      WRITE REPORT-PRINT-REC FROM LIAB-DEPT-LINE
 5620          AFTER ADVANCING 2 LINES.
 5625      WRITE REPORT-PRINT-REC FROM LIAB-HEAD-LINE-1
 5630          AFTER ADVANCING 2 LINES.
 5635      WRITE REPORT-PRINT-REC FROM LIAB-HEAD-LINE-2
 5640          AFTER ADVANCING 1 LINES.
 5645      MOVE DEPT-CODE TO PRIOR-DEPT-CODE.
 5650
 5655  300-EXIT.
 5660      EXIT.
 5665
 5670  310-READ-DEPT.
 5675      READ DEPT-FILE
 5680          AT END
 5685              SET DEPT-EOF TO TRUE
 5690              MOVE HIGH-VALUES TO DEPT-KEY
 5695          NOT AT END
 5700              MOVE DM-DEPT-CODE TO DEPT-KEY.
 5705
 5710  310-EXIT.
 5715      EXIT.
 5720
 5725  400-PRINT-DEPT-TOTAL.
 5730      MOVE 'DEPARTMENT TOTAL' TO LTL-LABEL.
 5735      MOVE DEPT-VAC-HOURS TO LTL-VAC-HOURS.
 5740      MOVE DEPT-VAC-VALUE TO LTL-VAC-VALUE.
 5745      MOVE DEPT-SICK-HOURS TO LTL-SICK-HOURS.
 5750      MOVE DEPT-SICK-VALUE TO LTL-SICK-VALUE.
 5755      ADD DEPT-VAC-VALUE DEPT-SICK-VALUE GIVING EMPLOYEE-VALUE.
 5760      MOVE EMPLOYEE-VALUE TO LTL-TOTAL-VALUE.
 5765      WRITE REPORT-PRINT-REC FROM LIAB-TOTAL-LINE
 5770          AFTER ADVANCING 2 LINES.
 5775      ADD DEPT-VAC-HOURS  TO COMPANY-VAC-HOURS.
 5780      ADD DEPT-VAC-VALUE  TO COMPANY-VAC-VALUE.
 5785      ADD DEPT-SICK-HOURS TO COMPANY-SICK-HOURS.
 5790      ADD DEPT-SICK-VALUE TO COMPANY-SICK-VALUE.
 5795      MOVE ZERO TO DEPT-VAC-HOURS.
 5800      MOVE ZERO TO DEPT-VAC-VALUE.
 5805      MOVE ZERO TO DEPT-SICK-HOURS.
 5810      MOVE ZERO TO DEPT-SICK-VALUE.
 5815
 5820  400-EXIT.
 5825      EXIT.
 5830
 5835  450-PRINT-COUNTS.
 5840      MOVE 'EMPLOYEES ON THE PAY MASTER' TO LCL-LABEL.
 5845      MOVE EMPLOYEES-READ TO LCL-COUNT.
 5850      WRITE REPORT-PRINT-REC FROM LIAB-COUNT-LINE
 5855          AFTER ADVANCING 3 LINES.
 5860      MOVE 'EMPLOYEES WITH A LEAVE BALANCE REPORTED'
 5865          TO LCL-LABEL.
 5870      MOVE EMPLOYEES-REPORTED TO LCL-COUNT.
 5875      WRITE REPORT-PRINT-REC FROM LIAB-COUNT-LINE
 5880          AFTER ADVANCING 1 LINES.
 5885      MOVE 'EMPLOYEES NOT YET ON THE LEAVE MASTER'
 5890          TO LCL-LABEL.
 5895      MOVE EMPLOYEES-NO-LEAVE TO LCL-COUNT.
 5900      WRITE REPORT-PRINT-REC FROM LIAB-COUNT-LINE
 5905          AFTER ADVANCING 1 LINES.
 5910
 5915  450-EXIT.
 5920      EXIT.
 5925
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.INDD     DD DSNAME=HERC01.SALARIES.LIAB.SORTED,
//             DISP=(OLD,DELETE)
//GO.DEPTDD   DD DSNAME=HERC01.DEPT.LIAB.SORTED,
//             DISP=(OLD,DELETE)
//GO.LVDD     DD DSNAME=HERC01.EMPLOYEE.LEAVEMST,DISP=SHR
//
