//CURREG   DD DSNAME=HERC01.SALARIES.CURREG,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//* THE MATCHED TIMECARDS ARE KEPT UNTIL THE NEXT PAYROLL FOR THE
//* BALANCE PROOF (HERC04R); THE PRIOR PERIOD'S COPY IS DELETED HERE.
//TIMEMTCH DD DSNAME=HERC01.SALARIES.TIMEMTCH,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//* PRESORT HERC01.SALARIES.INPUT BY DEPT-CODE/NAME SO THE DETAIL
//* LISTING AND THE DEPT-CODE CONTROL BREAKS COME OUT IN A PREDICTABLE,
//* REVIEWABLE SEQUENCE EVERY RUN.  EMPLOYEE ID BREAKS TIES BETWEEN
//* NAMESAKES SO THE DEDUCTIONS AND TIMECARDS SORTED BELOW LINE UP.
//SORT     EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(42,6,CH,A,11,23,CH,A,1,10,CH,A)
/*
//* THE DEDUCTION MASTER AND THE TIMECARD FILE CARRY ONLY THE EMPLOYEE
//* ID, BUT THE SALARIES STEP READS THE PAY FILE IN DEPT-CODE/NAME
//* SEQUENCE.  SO THAT NEITHER FILE HAS TO BE HELD IN STORAGE, THE
//* STEPS BELOW SORT ALL THREE FILES BY EMPLOYEE ID, STAMP EACH
//* DEDUCTION AND TIMECARD WITH ITS EMPLOYEE'S DEPT-CODE, NAME AND ID
//* IN COLUMNS 31-69 (KEYS STEP), AND RE-SORT THEM ON THOSE COLUMNS
//* INTO PAY-FILE ORDER.  A DEDUCTION OR TIMECARD FOR AN ID NOT ON THE
//* PAY MASTER IS LISTED ON THE CONSOLE AND DROPPED; A DUPLICATE ID ON
//* THE PAY MASTER STOPS THE JOB WITH RETURN CODE 8.  THE DEPT MASTER
//* IS SORTED BY DEPT CODE SO THE SALARIES STEP CAN READ IT FORWARD.
//SORTEMP  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.KEYS.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SORTDED  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEDUCT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.DEDUCT.KEYS.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,12,CH,A)
/*
//SORTTIME EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.TIMECARD,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.TIMEKEYS.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//KEYS     EXEC COBUCG,COND=(8,LE),
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAY FILE MATCH KEY PROGRAM
  160 ***   STAMPS EACH DEDUCTION AND TIMECARD WITH THE DEPT-CODE,
  165 ***   NAME AND EMPLOYEE ID OF ITS PAY MASTER RECORD SO BOTH
  168 ***   FILES CAN BE SORTED INTO PAY-FILE SEQUENCE
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. PAYKEYS.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT EMPL-FILE ASSIGN TO DA-S-EMPDD.
 1430      SELECT DEDUCT-IN ASSIGN TO DA-S-DEDDD.
 1440      SELECT TIME-IN ASSIGN TO DA-S-TIMEDD.
 1450      SELECT DEDUCT-OUT ASSIGN TO DA-S-DEDOUT.
 1460      SELECT TIME-OUT ASSIGN TO DA-S-TIMEOUT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  EMPL-FILE
 2800      BLOCK CONTAINS 0 RECORDS
 3000      DATA RECORD IS EMPL-REC.
 3010
 3100  01  EMPL-REC.
 3110      05 EMPLOYEE-ID PIC 9(10).
 3120      05 EMPLOYEE-ID-X REDEFINES EMPLOYEE-ID PIC X(10).
 3130      05 NAME PIC A(23).
 3140      05 SALARY PIC  9(6)V99.
 3150      05 DEPT-CODE PIC X(06).
 3160      05 FILLER PIC X(33).
 3170
 3200  FD  DEDUCT-IN
 3210      BLOCK CONTAINS 0 RECORDS
 3220      DATA RECORD IS DEDUCT-IN-REC.
 3230
 3240  01  DEDUCT-IN-REC.
 3250      05 DI-EMPLOYEE-ID PIC 9(10).
 3260      05 DI-EMPLOYEE-ID-X REDEFINES DI-EMPLOYEE-ID PIC X(10).
 3270      05 FILLER PIC X(70).
 3280
 3300  FD  TIME-IN
 3310      BLOCK CONTAINS 0 RECORDS
 3320      DATA RECORD IS TIME-IN-REC.
 3330
 3340  01  TIME-IN-REC.
 3350      05 TI-EMPLOYEE-ID PIC 9(10).
 3360      05 TI-EMPLOYEE-ID-X REDEFINES TI-EMPLOYEE-ID PIC X(10).
 3370      05 FILLER PIC X(70).
 3380
 3400  FD  DEDUCT-OUT
 3410      BLOCK CONTAINS 0 RECORDS
 3420      DATA RECORD IS DEDUCT-OUT-REC.
 3430
 3440  01  DEDUCT-OUT-REC.
 3450      05 FILLER PIC X(30).
 3460      05 DO-DEPT-CODE PIC X(06).
 3470      05 DO-NAME PIC X(23).
 3480      05 DO-EMPLOYEE-ID PIC X(10).
 3490      05 FILLER PIC X(11).
 3495
 3500  FD  TIME-OUT
 3510      BLOCK CONTAINS 0 RECORDS
 3520      DATA RECORD IS TIME-OUT-REC.
 3530
 3540  01  TIME-OUT-REC.
 3550      05 FILLER PIC X(30).
 3560      05 TO-DEPT-CODE PIC X(06).
 3570      05 TO-NAME PIC X(23).
 3580      05 TO-EMPLOYEE-ID PIC X(10).
 3590      05 FILLER PIC X(11).
 3595
 3600  WORKING-STORAGE SECTION.
 3610  77  EMPL-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3620  88  EMPL-EOF                             VALUE 'Y'.
 3630  77  DEDUCT-EOF-SWITCH           PIC X(1)    VALUE 'N'.
 3640  88  DEDUCT-EOF                           VALUE 'Y'.
 3650  77  TIME-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3660  88  TIME-EOF                             VALUE 'Y'.
 3670  77  EMPL-KEY                    PIC X(10)   VALUE LOW-VALUES.
 3680  77  PRIOR-EMPL-KEY              PIC X(10)   VALUE LOW-VALUES.
 3690  77  DEDUCT-KEY                  PIC X(10)   VALUE LOW-VALUES.
 3700  77  TIME-KEY                    PIC X(10)   VALUE LOW-VALUES.
 3710  77  EMPL-COUNT                  PIC 9(7)    VALUE ZERO.
 3720  77  DEDUCT-TAGGED-COUNT         PIC 9(7)    VALUE ZERO.
 3730  77  DEDUCT-DROPPED-COUNT        PIC 9(7)    VALUE ZERO.
 3740  77  TIME-TAGGED-COUNT           PIC 9(7)    VALUE ZERO.
 3750  77  TIME-DROPPED-COUNT          PIC 9(7)    VALUE ZERO.
 3760
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5020      OPEN INPUT EMPL-FILE, DEDUCT-IN, TIME-IN.
 5030      OPEN OUTPUT DEDUCT-OUT, TIME-OUT.
 5040      PERFORM 110-READ-EMPLOYEE THRU 110-EXIT.
 5050      PERFORM 210-READ-DEDUCT THRU 210-EXIT.
 5060      PERFORM 310-READ-TIMECARD THRU 310-EXIT.
 5070      PERFORM 100-MATCH-EMPLOYEE THRU 100-EXIT
 5080          UNTIL EMPL-EOF.
 5090      PERFORM 220-DROP-DEDUCT THRU 220-EXIT
 5100          UNTIL DEDUCT-EOF.
 5110      PERFORM 320-DROP-TIMECARD THRU 320-EXIT
 5120          UNTIL TIME-EOF.
 5130
 5140  000-TERMINATE.
 5150      DISPLAY 'PAY MASTER RECORDS READ    ' EMPL-COUNT
 5160          UPON CONSOLE.
 5170      DISPLAY 'DEDUCTIONS MATCHED         ' DEDUCT-TAGGED-COUNT
 5180          UPON CONSOLE.
 5190      DISPLAY 'DEDUCTIONS DROPPED         ' DEDUCT-DROPPED-COUNT
 5200          UPON CONSOLE.
 5210      DISPLAY 'TIMECARDS MATCHED          ' TIME-TAGGED-COUNT
 5220          UPON CONSOLE.
 5230      DISPLAY 'TIMECARDS DROPPED          ' TIME-DROPPED-COUNT
 5240          UPON CONSOLE.
 5250      CLOSE EMPL-FILE, DEDUCT-IN, TIME-IN, DEDUCT-OUT, TIME-OUT.
 5260      STOP RUN.
 5270
 6000  100-MATCH-EMPLOYEE.
 6010      IF EMPL-KEY = PRIOR-EMPL-KEY AND EMPL-KEY NOT = SPACES
 6020          DISPLAY 'DUPLICATE EMPLOYEE ID ON PAY MASTER - '
 6030              EMPLOYEE-ID-X ' - RUN TERMINATED' UPON CONSOLE
 6040          MOVE 8 TO RETURN-CODE
 6050          STOP RUN.
 6060      PERFORM 220-DROP-DEDUCT THRU 220-EXIT
 6070          UNTIL DEDUCT-KEY NOT < EMPL-KEY.
 6080      PERFORM 230-TAG-DEDUCT THRU 230-EXIT
 6090          UNTIL DEDUCT-KEY NOT = EMPL-KEY.
 6100      PERFORM 320-DROP-TIMECARD THRU 320-EXIT
 6110          UNTIL TIME-KEY NOT < EMPL-KEY.
 6120      PERFORM 330-TAG-TIMECARD THRU 330-EXIT
 6130          UNTIL TIME-KEY NOT = EMPL-KEY.
 6140      MOVE EMPL-KEY TO PRIOR-EMPL-KEY.
 6150      PERFORM 110-READ-EMPLOYEE THRU 110-EXIT.
 6160
 6170  100-EXIT.
 6180      EXIT.
 6190
 6200  110-READ-EMPLOYEE.
 6210      READ EMPL-FILE
 6220          AT END
 6230              SET EMPL-EOF TO TRUE
 6240              MOVE HIGH-VALUES TO EMPL-KEY
 6250          NOT AT END
 6260              ADD 1 TO EMPL-COUNT
 6270              MOVE EMPLOYEE-ID-X TO EMPL-KEY.
 6280
 6290  110-EXIT.
 6300      EXIT.
 6310
 7000  210-READ-DEDUCT.
 7010      READ DEDUCT-IN
 7020          AT END
 7030              SET DEDUCT-EOF TO TRUE
 7040              MOVE HIGH-VALUES TO DEDUCT-KEY
 7050          NOT AT END
 7060              MOVE DI-EMPLOYEE-ID-X TO DEDUCT-KEY.
 7070
 7080  210-EXIT.
 7090      EXIT.
 7100
 7110  220-DROP-DEDUCT.
 7120      DISPLAY 'DEDUCTION NOT MATCHED - NO PAY MASTER - '
 7130          DI-EMPLOYEE-ID-X UPON CONSOLE.
 7140      ADD 1 TO DEDUCT-DROPPED-COUNT.
 7150      PERFORM 210-READ-DEDUCT THRU 210-EXIT.
 7160
 7170  220-EXIT.
 7180      EXIT.
 7190
 7200  230-TAG-DEDUCT.
 7210      MOVE DEDUCT-IN-REC TO DEDUCT-OUT-REC.
 7220      MOVE DEPT-CODE     TO DO-DEPT-CODE.
 7230      MOVE NAME          TO DO-NAME.
 7240      MOVE EMPLOYEE-ID-X TO DO-EMPLOYEE-ID.
 7250      WRITE DEDUCT-OUT-REC.
 7260      ADD 1 TO DEDUCT-TAGGED-COUNT.
 7270      PERFORM 210-READ-DEDUCT THRU 210-EXIT.
 7280
 7290  230-EXIT.
 7300      EXIT.
 7310
 8000  310-READ-TIMECARD.
 8010      READ TIME-IN
 8020          AT END
 8030              SET TIME-EOF TO TRUE
 8040              MOVE HIGH-VALUES TO TIME-KEY
 8050          NOT AT END
 8060              MOVE TI-EMPLOYEE-ID-X TO TIME-KEY.
 8070
 8080  310-EXIT.
 8090      EXIT.
 8100
 8110  320-DROP-TIMECARD.
 8120      DISPLAY 'TIMECARD NOT MATCHED - NO PAY MASTER - '
 8130          TI-EMPLOYEE-ID-X UPON CONSOLE.
 8140      ADD 1 TO TIME-DROPPED-COUNT.
 8150      PERFORM 310-READ-TIMECARD THRU 310-EXIT.
 8160
 8170  320-EXIT.
 8180      EXIT.
 8190
 8200  330-TAG-TIMECARD.
 8210      MOVE TIME-IN-REC   TO TIME-OUT-REC.
 8220      MOVE DEPT-CODE     TO TO-DEPT-CODE.
 8230      MOVE NAME          TO TO-NAME.
 8240      MOVE EMPLOYEE-ID-X TO TO-EMPLOYEE-ID.
 8250      WRITE TIME-OUT-REC.
 8260      ADD 1 TO TIME-TAGGED-COUNT.
 8270      PERFORM 310-READ-TIMECARD THRU 310-EXIT.
 8280
 8290  330-EXIT.
 8300      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.EMPDD    DD DSNAME=HERC01.SALARIES.KEYS.SORTED,DISP=(OLD,DELETE)
//GO.DEDDD    DD DSNAME=HERC01.DEDUCT.KEYS.SORTED,DISP=(OLD,DELETE)
//GO.TIMEDD   DD DSNAME=HERC01.SALARIES.TIMEKEYS.SORTED,
//             DISP=(OLD,DELETE)
//GO.DEDOUT   DD DSNAME=HERC01.DEDUCT.KEYED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//GO.TIMEOUT  DD DSNAME=HERC01.SALARIES.TIMEKEYED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SORTDKEY EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEDUCT.KEYED,DISP=(OLD,DELETE)
//SORTOUT  DD DSNAME=HERC01.DEDUCT.MATCHED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(31,39,CH,A,11,2,CH,A)
/*
//SORTTKEY EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.TIMEKEYED,DISP=(OLD,DELETE)
//SORTOUT  DD DSNAME=HERC01.SALARIES.TIMEMTCH,
//             DISP=(,CATLG,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(31,39,CH,A)
/*
//SORTDEPT EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEPT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.DEPT.SAL.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,6,CH,A)
/*
//SAL      EXEC COBUCG,COND=(8,LE),
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
 1500      SELECT REPORT-FILE ASSIGN TO UR-S-SYSPRINT.
 1510      SELECT EXCEPTION-FILE ASSIGN TO UR-S-SYSEXCP.
 1515      SELECT NOTPAID-FILE ASSIGN TO UR-S-SYSNPAY.
 1515A     SELECT EMPCOST-FILE ASSIGN TO UR-S-SYSECST.
 1520      SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DA-S-YTDDD
 1525          ORGANIZATION IS INDEXED
 1530          ACCESS MODE IS DYNAMIC
 1559      SELECT PAY-REGISTER ASSIGN TO DA-S-REGDD.
 1560      SELECT TIME-FILE ASSIGN TO DA-S-TIMEDD.
 1561      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1562      SELECT PAY-CALENDAR ASSIGN TO DA-S-CALDD.
 1562A     SELECT EMPLOYER-COST-FILE ASSIGN TO DA-S-COSTDD.
 1562B     SELECT LEAVE-MASTER ASSIGN TO DA-S-LVDD
 1562C         ORGANIZATION IS INDEXED
 1562D         ACCESS MODE IS DYNAMIC
 1562E         RECORD KEY IS LV-EMPLOYEE-ID
 1562F         FILE STATUS IS LEAVE-FILE-STATUS.
 1562G     SELECT LEAVE-POLICY-FILE ASSIGN TO DA-S-LPOLDD.
 1562H     SELECT RUN-STATUS ASSIGN TO DA-S-STATDD.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 3549B     LABEL RECORDS ARE OMITTED
 3549C     REPORT IS SALARIES-NOTPAID.
 3549D
 3549E FD  EMPCOST-FILE
 3549F     LABEL RECORDS ARE OMITTED
 3549G     REPORT IS SALARIES-EMPCOST.
 3549H
 3550  FD  EMPLOYEE-YTD-MASTER
 3551      LABEL RECORDS ARE STANDARD
 3552      DATA RECORD IS YTD-MASTER-REC.
 3555      05 YTD-EMPLOYEE-ID PIC 9(10).
 3556      05 YTD-GROSS-WAGES PIC 9(9)V99.
 3557      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 3557A     05 YTD-QTD-QUARTER PIC 9(5).
 3557B     05 YTD-QTD-WAGES PIC 9(9)V99.
 3557C     05 YTD-QTD-TAX PIC 9(9)V99.
 3557D     05 FILLER PIC X(05).
 3558
 3559  FD  TAX-TABLE-FILE
 3560      BLOCK CONTAINS 0 RECORDS
 3563  01  TAX-TABLE-REC.
 3564      05 TT-BRACKET-UPPER PIC 9(6)V99.
 3565      05 TT-RATE PIC V999.
 3565A
 3565B FD  EMPLOYER-COST-FILE
 3565C     BLOCK CONTAINS 0 RECORDS
 3565D     DATA RECORD IS EMPLOYER-COST-REC.
 3565E
 3565F 01  EMPLOYER-COST-REC.
 3565G     05 EC-COST-CODE PIC X(04).
 3565H     05 EC-DESCRIPTION PIC X(20).
 3565I     05 EC-RATE PIC V9999.
 3565J     05 EC-WAGE-BASE PIC 9(7)V99.
 3565K     05 EC-EXPENSE-ACCOUNT PIC X(06).
 3565L     05 EC-LIABILITY-ACCOUNT PIC X(06).
 3565M     05 FILLER PIC X(31).
 3566
 3567  FD  CHECKPOINT-FILE
 3568      BLOCK CONTAINS 0 RECORDS
 3573M           15 CKPT-CC-WAGE       PIC 9(9)V99.
 3573N           15 CKPT-CC-TAX        PIC 9(9)V99.
 3573P           15 CKPT-CC-NET        PIC 9(9)V99.
 3573Q           15 CKPT-CC-COST       PIC 9(9)V99
 3573R                                 OCCURS 10 TIMES.
 3573S     05 CKPT-COST-AREA         PIC X(710).
 3574      05 FILLER                 PIC X(10).
 3575
 3576  FD  GL-EXTRACT
 3599T     05 DED-AMOUNT PIC 9(6)V99.
 3599U     05 DED-PERCENT PIC V999.
 3599V     05 DED-GL-ACCOUNT PIC X(06).
 3599W     05 DED-MATCH-AREA PIC X(50).
 3599X
 3599Y FD  PAY-REGISTER
 3599Z     BLOCK CONTAINS 0 RECORDS
 3600S     05 TS-EMPLOYEE-ID PIC 9(10).
 3600T     05 TS-REG-HOURS PIC 9(3)V99.
 3600U     05 TS-OT-HOURS PIC 9(3)V99.
 3600V     05 TS-VAC-HOURS PIC 9(3)V99.
 3600W     05 TS-SICK-HOURS PIC 9(3)V99.
 3600X     05 TS-MATCH-AREA PIC X(50).
 3600Y
 3600Z FD  PERIOD-CONTROL
 3601A     BLOCK CONTAINS 0 RECORDS
 3601B     DATA RECORD IS PERIOD-CONTROL-REC.
 3601C
 3601D 01  PERIOD-CONTROL-REC.
 3601E     05 PC-PERIOD-NUMBER PIC 9(4).
 3601F     05 PC-START-DATE PIC 9(8).
 3601G     05 PC-END-DATE PIC 9(8).
 3601H     05 PC-PAY-DATE PIC 9(8).
 3601I     05 PC-PAY-DATE-R REDEFINES PC-PAY-DATE.
 3601J        10 FILLER PIC 9(2).
 3601K        10 PC-PAY-YYMMDD PIC 9(6).
 3601L     05 PC-STATUS PIC X(01).
 3601M     88 PERIOD-OPEN                        VALUE 'O'.
 3601N     88 PERIOD-PAID                        VALUE 'P'.
 3601P     05 FILLER PIC X(01).
 3601Q     05 PC-HISTORY-STATUS PIC X(01).
 3601R     05 FILLER PIC X(49).
 3601S
 3601T FD  PAY-CALENDAR
 3601U     BLOCK CONTAINS 0 RECORDS
 3601V     DATA RECORD IS PAY-CALENDAR-REC.
 3601W
 3601X 01  PAY-CALENDAR-REC.
 3601Y     05 CAL-PERIOD-DATA PIC X(29).
 3601Z     05 CAL-RUN-DATE PIC 9(8).
 3602A     05 FILLER PIC X(43).
 3602B
 3602C FD  LEAVE-MASTER
 3602D     LABEL RECORDS ARE STANDARD
 3602E     DATA RECORD IS LEAVE-MASTER-REC.
 3602F
 3602G 01  LEAVE-MASTER-REC.
 3602H     05 LV-EMPLOYEE-ID PIC 9(10).
 3602I     05 LV-LEAVE-YEAR PIC 9(4).
 3602J     05 LV-LAST-PAY-DATE PIC 9(8).
 3602K     05 LV-VAC-BALANCE PIC 9(5)V99.
 3602L     05 LV-SICK-BALANCE PIC 9(5)V99.
 3602M     05 LV-VAC-ACCRUED PIC 9(3)V99.
 3602N     05 LV-VAC-TAKEN PIC 9(3)V99.
 3602P     05 LV-SICK-ACCRUED PIC 9(3)V99.
 3602Q     05 LV-SICK-TAKEN PIC 9(3)V99.
 3602R     05 LV-VAC-TAKEN-YTD PIC 9(5)V99.
 3602S     05 LV-SICK-TAKEN-YTD PIC 9(5)V99.
 3602T     05 FILLER PIC X(10).
 3602U
 3602V FD  LEAVE-POLICY-FILE
 3602W     BLOCK CONTAINS 0 RECORDS
 3602X     DATA RECORD IS LEAVE-POLICY-REC.
 3602Y
 3602Z 01  LEAVE-POLICY-REC.
 3603A     05 LP-PAY-BASIS PIC X(01).
 3603B     05 LP-MIN-YEARS PIC 9(2).
 3603C     05 LP-VAC-HOURS PIC 9(3)V99.
 3603D     05 LP-VAC-CAP PIC 9(5)V99.
 3603E     05 LP-VAC-CARRYOVER PIC 9(5)V99.
 3603F     05 LP-SICK-HOURS PIC 9(3)V99.
 3603G     05 LP-SICK-CAP PIC 9(5)V99.
 3603H     05 LP-SICK-CARRYOVER PIC 9(5)V99.
 3603I     05 FILLER PIC X(39).
 3603J
 3603K FD  RUN-STATUS
 3603L     BLOCK CONTAINS 0 RECORDS
 3603M     DATA RECORD IS RUN-STATUS-REC.
 3603N
 3603P 01  RUN-STATUS-REC.
 3603Q     05 RS-PAYROLL-PERIOD PIC 9(4).
 3603R     05 RS-PAYROLL-RESULT PIC X(01).
 3603S     88 PAYROLL-COMPLETE                   VALUE 'C'.
 3603T     05 RS-PAYROLL-DATE PIC 9(8).
 3603U     05 RS-RECONCIL-PERIOD PIC 9(4).
 3603V     05 RS-RECONCIL-RESULT PIC X(01).
 3603W     88 RECONCIL-CLEAN                     VALUE 'C'.
 3603X     05 RS-RECONCIL-DATE PIC 9(8).
 3603Y     05 RS-VARIANCE-PERIOD PIC 9(4).
 3603Z     05 RS-VARIANCE-RESULT PIC X(01).
 3604      88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3604A     88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3604B     05 RS-VARIANCE-DATE PIC 9(8).
 3604C     05 RS-SIGNOFF-PERIOD PIC 9(4).
 3604D     05 RS-SIGNOFF-BY PIC X(06).
 3604E     05 RS-EXTRACT-PERIOD PIC 9(4).
 3604F     05 RS-EXTRACT-RESULT PIC X(01).
 3604G     88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3604H     05 RS-EXTRACT-DATE PIC 9(8).
 3604I     05 RS-PROOF-PERIOD PIC 9(4).
 3604J     05 RS-PROOF-RESULT PIC X(01).
 3604K     88 PROOF-CLEAN                        VALUE 'C'.
 3604L     05 RS-PROOF-DATE PIC 9(8).
 3604M     05 FILLER PIC X(05).
 3604N
 3600  WORKING-STORAGE SECTION.
 3601  77  TOTAL                       PIC 9(9)V99 VALUE ZERO.
 3605  77  TAX                         PIC 9(9)V99 VALUE ZERO.
 3686              INDEXED BY TAX-IX.
 3687          10  TAX-BRACKET-UPPER   PIC 9(6)V99.
 3688          10  TAX-RATE            PIC V999.
 3688A 77  COST-TABLE-EOF-SWITCH       PIC X(1)    VALUE 'N'.
 3688B 88  COST-TABLE-EOF                       VALUE 'Y'.
 3688C 77  COST-TABLE-COUNT            PIC 9(4)    COMP VALUE ZERO.
 3688D 77  COST-SUB                    PIC 9(4)    COMP VALUE ZERO.
 3688E 77  PRIOR-YTD-WAGES             PIC 9(9)V99 VALUE ZERO.
 3688F 77  SUBJECT-WAGES               PIC 9(9)V99 VALUE ZERO.
 3688G 77  EMPLOYER-COST               PIC 9(7)V99 VALUE ZERO.
 3688H 77  EMPLOYER-COST-TOTAL         PIC 9(9)V99 VALUE ZERO.
 3688I 01  COST-TABLE-AREA.
 3688J     05  COST-TABLE-ENTRY OCCURS 10 TIMES
 3688K             INDEXED BY COST-IX.
 3688L         10  COST-CODE           PIC X(04).
 3688M         10  COST-DESCRIPTION    PIC X(20).
 3688N         10  COST-RATE           PIC V9999.
 3688P         10  COST-WAGE-BASE      PIC 9(7)V99.
 3688Q         10  COST-EXPENSE-ACCOUNT PIC X(06).
 3688R         10  COST-LIABILITY-ACCOUNT PIC X(06).
 3688S         10  COST-SUBJECT-TOTAL  PIC 9(9)V99.
 3688T         10  COST-AMOUNT-TOTAL   PIC 9(9)V99.
 3688U 01  EMPCOST-LINE.
 3688V     05  ECS-COST-CENTER         PIC X(06).
 3688W     05  ECS-COST-CODE           PIC X(04).
 3688X     05  ECS-DESCRIPTION         PIC X(20).
 3688Y     05  ECS-EXPENSE-ACCOUNT     PIC X(06).
 3688Z     05  ECS-LIABILITY-ACCOUNT   PIC X(06).
 3689A     05  ECS-SUBJECT             PIC 9(9)V99.
 3689B     05  ECS-RATE                PIC V9999.
 3689C     05  ECS-AMOUNT              PIC 9(9)V99.
 3690
 3691  77  RESTART-CARD                PIC X(1)    VALUE 'N'.
 3692  77  RESTART-SWITCH              PIC X(1)    VALUE 'N'.
 3705A 77  GL-NET-PAY-ACCOUNT          PIC X(06)   VALUE '201100'.
 3705C 77  DEPT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3705D 88  DEPT-EOF                             VALUE 'Y'.
 3705E 77  DEPT-KEY                    PIC X(06)   VALUE LOW-VALUES.
 3705F 77  SAVE-DEPT-CODE              PIC X(06)   VALUE HIGH-VALUES.
 3705G 77  DEPT-NAME-CURRENT           PIC X(24)   VALUE SPACES.
 3705H 77  DEPT-NAME-PRIOR             PIC X(24)   VALUE SPACES.
 3705I 01  PAY-MATCH-KEY.
 3705J     05  PMK-DEPT-CODE       PIC X(06).
 3705K     05  PMK-NAME            PIC X(23).
 3705L     05  PMK-EMPLOYEE-ID     PIC X(10).
 3705M 77  PRIOR-PAY-MATCH-KEY         PIC X(39)   VALUE LOW-VALUES.
 3705P 77  DEDUCT-EOF-SWITCH           PIC X(1)    VALUE 'N'.
 3705Q 88  DEDUCT-EOF                           VALUE 'Y'.
 3705R 77  DEDUCT-MATCH-KEY            PIC X(39)   VALUE LOW-VALUES.
 3705S 77  DEDUCT-ACCT-COUNT           PIC 9(4)    COMP VALUE ZERO.
 3705T 77  EMPLOYEE-DEDUCTIONS         PIC 9(7)V99 VALUE ZERO.
 3705U 77  NET-PAY                     PIC 9(7)V99 VALUE ZERO.
 3705X 77  RUN-TOTAL-DEDUCTIONS        PIC 9(9)V99 VALUE ZERO.
 3705Y 77  NOTPAID-REASON              PIC X(10)   VALUE SPACES.
 3705Z 77  NOT-PAID-COUNT              PIC 9(7)    VALUE ZERO.
 3706A 77  PRIOR-DEDUCT-KEY            PIC X(39)   VALUE LOW-VALUES.
 3706L 01  DEDUCT-ACCT-AREA.
 3706M     05  DEDUCT-ACCT-ENTRY OCCURS 20 TIMES
 3706N             INDEXED BY DACCT-IX.
 3706Q         10  DEDUCT-ACCT-TOTAL   PIC 9(9)V99.
 3706R 77  TIME-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3706S 88  TIME-EOF                             VALUE 'Y'.
 3706T 77  TIME-MATCH-KEY              PIC X(39)   VALUE LOW-VALUES.
 3706U 77  OVERTIME-PREMIUM            PIC 9V9     VALUE 1.5.
 3706V 77  HOURLY-GROSS                PIC 9(6)V99 VALUE ZERO.
 3706W 77  OVERTIME-PAY                PIC 9(6)V99 VALUE ZERO.
 3706X 77  PRIOR-TIME-KEY              PIC X(39)   VALUE LOW-VALUES.
 3706Y 77  TIME-CARD-SWITCH            PIC X(1)    VALUE 'N'.
 3706Z 88  TIME-CARD-FOUND                      VALUE 'Y'.
 3707A 88  TIME-CARD-DUPLICATE                  VALUE 'D'.
 3707B 01  TIME-CARD-AREA.
 3707C     05  TIME-REG-HOURS      PIC 9(3)V99.
 3707D     05  TIME-OT-HOURS       PIC 9(3)V99.
 3707E     05  TIME-VAC-HOURS      PIC 9(3)V99.
 3707F     05  TIME-SICK-HOURS     PIC 9(3)V99.
 3708B 77  COST-CENTER-CURRENT         PIC X(06)   VALUE SPACES.
 3708C 77  CC-TABLE-COUNT              PIC 9(4)    COMP VALUE ZERO.
 3708D 01  CC-TOTAL-AREA.
 3708H         10  CC-WAGE-TOTAL       PIC 9(9)V99.
 3708I         10  CC-TAX-TOTAL        PIC 9(9)V99.
 3708J         10  CC-NET-TOTAL        PIC 9(9)V99.
 3708K         10  CC-COST-AMOUNT      PIC 9(9)V99
 3708L                                 OCCURS 10 TIMES.
 3708M 77  PAY-QUARTER                 PIC 9(5)    VALUE ZERO.
 3708N 77  PAY-QUARTER-YEAR-MONTH      PIC 9(6)    VALUE ZERO.
 3708P 77  PAY-QUARTER-YEAR            PIC 9(4)    VALUE ZERO.
 3708Q 77  PAY-QUARTER-MONTH           PIC 9(2)    VALUE ZERO.
 3708R 77  PAY-QUARTER-NUMBER          PIC 9(1)    VALUE ZERO.
 3710  77  LEAVE-FILE-STATUS           PIC X(2)    VALUE ZERO.
 3711  77  LEAVE-FOUND-SWITCH          PIC X(1)    VALUE 'N'.
 3712  88  LEAVE-RECORD-FOUND                   VALUE 'Y'.
 3713  77  POLICY-EOF-SWITCH           PIC X(1)    VALUE 'N'.
 3714  88  POLICY-EOF                           VALUE 'Y'.
 3715  77  POLICY-TABLE-COUNT          PIC 9(4)    COMP VALUE ZERO.
 3716  77  POLICY-SUB                  PIC 9(4)    COMP VALUE ZERO.
 3717  77  LEAVE-BASIS                 PIC X(1)    VALUE SPACE.
 3718  77  SERVICE-YEARS               PIC 9(4)    VALUE ZERO.
 3719  77  LEAVE-HOURS                 PIC 9(3)V99 VALUE ZERO.
 3720  77  LEAVE-PAY                   PIC 9(6)V99 VALUE ZERO.
 3721  77  VAC-HOURS-TAKEN             PIC 9(3)V99 VALUE ZERO.
 3722  77  SICK-HOURS-TAKEN            PIC 9(3)V99 VALUE ZERO.
 3723  77  LEAVE-ACCRUAL               PIC 9(3)V99 VALUE ZERO.
 3724  77  LEAVE-BALANCE               PIC 9(5)V99 VALUE ZERO.
 3725  77  LEAVE-CAP                   PIC 9(5)V99 VALUE ZERO.
 3726  77  LEAVE-ROOM                  PIC 9(5)V99 VALUE ZERO.
 3727  01  POLICY-TABLE-AREA.
 3728      05  POLICY-TABLE-ENTRY OCCURS 20 TIMES
 3729              INDEXED BY POLICY-IX.
 3730          10  POLICY-BASIS        PIC X(01).
 3731          10  POLICY-MIN-YEARS    PIC 9(2).
 3732          10  POLICY-VAC-HOURS    PIC 9(3)V99.
 3733          10  POLICY-VAC-CAP      PIC 9(5)V99.
 3734          10  POLICY-VAC-CARRYOVER PIC 9(5)V99.
 3735          10  POLICY-SICK-HOURS   PIC 9(3)V99.
 3736          10  POLICY-SICK-CAP     PIC 9(5)V99.
 3737          10  POLICY-SICK-CARRYOVER PIC 9(5)V99.
 3990
 4000  REPORT SECTION.
 4100  RD  SALARIES-REPORT
 4835      03  COLUMN 01   PIC X(20) VALUE 'NOT PAID THIS PERIOD'.
 4840      03  COLUMN 25   PIC ZZZ,ZZ9 SOURCE NOT-PAID-COUNT.
 4845
 4850  RD  SALARIES-EMPCOST
 4855      PAGE LIMIT IS 66 LINES
 4860      HEADING 1
 4865      FIRST DETAIL 5
 4870      LAST DETAIL 58.
 4875
 4880  01  EMPCOST-HEAD-GROUP TYPE PAGE HEADING.
 4885      02  LINE 1.
 4890      03  COLUMN 20   PIC X(41) VALUE
 4895          'E M P L O Y E R   C O S T   S U M M A R Y'.
 4900      02  LINE PLUS 2.
 4905      03  COLUMN 01   PIC X(11) VALUE 'COST CENTER'.
 4910      03  COLUMN 14   PIC X(04) VALUE 'CODE'.
 4915      03  COLUMN 20   PIC X(11) VALUE 'DESCRIPTION'.
 4920      03  COLUMN 42   PIC X(07) VALUE 'EXPENSE'.
 4925      03  COLUMN 51   PIC X(09) VALUE 'LIABILITY'.
 4930      03  COLUMN 65   PIC X(13) VALUE 'SUBJECT WAGES'.
 4935      03  COLUMN 82   PIC X(04) VALUE 'RATE'.
 4940      03  COLUMN 93   PIC X(13) VALUE 'EMPLOYER COST'.
 4945
 4950  01  EMPCOST-CC-DETAIL TYPE DETAIL.
 4952      03  LINE PLUS 1.
 4954      03  COLUMN 01   PIC X(06) SOURCE ECS-COST-CENTER.
 4956      03  COLUMN 14   PIC X(04) SOURCE ECS-COST-CODE.
 4958      03  COLUMN 20   PIC X(20) SOURCE ECS-DESCRIPTION.
 4960      03  COLUMN 42   PIC X(06) SOURCE ECS-EXPENSE-ACCOUNT.
 4962      03  COLUMN 51   PIC X(06) SOURCE ECS-LIABILITY-ACCOUNT.
 4964      03  COLUMN 92   PIC $$$,$$$,$$9.99  SOURCE ECS-AMOUNT.
 4966
 4968  01  EMPCOST-CODE-DETAIL TYPE DETAIL.
 4970      03  LINE PLUS 1.
 4972      03  COLUMN 01   PIC X(11) VALUE 'ALL CENTERS'.
 4974      03  COLUMN 14   PIC X(04) SOURCE ECS-COST-CODE.
 4976      03  COLUMN 20   PIC X(20) SOURCE ECS-DESCRIPTION.
 4978      03  COLUMN 42   PIC X(06) SOURCE ECS-EXPENSE-ACCOUNT.
 4980      03  COLUMN 51   PIC X(06) SOURCE ECS-LIABILITY-ACCOUNT.
 4982      03  COLUMN 64   PIC $$$,$$$,$$9.99  SOURCE ECS-SUBJECT.
 4984      03  COLUMN 81   PIC .9999           SOURCE ECS-RATE.
 4986      03  COLUMN 92   PIC $$$,$$$,$$9.99  SOURCE ECS-AMOUNT.
 4988
 4990  01  EMPCOST-TOTALS TYPE CONTROL FOOTING FINAL.
 4992      02  LINE PLUS 2.
 4994      03  COLUMN 01   PIC X(19) VALUE 'TOTAL EMPLOYER COST'.
 4996      03  COLUMN 92   PIC $$$,$$$,$$9.99
 4997                      SOURCE EMPLOYER-COST-TOTAL.
 4998
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5020
 5045      MOVE RESTART-CARD TO RESTART-SWITCH.
 5050
 5060      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5065      PERFORM 016-OPEN-RUN-STATUS THRU 016-EXIT.
 5070
 5100      OPEN INPUT SALARIES.
 5200      OPEN OUTPUT REPORT-FILE.
 5205      OPEN OUTPUT EXCEPTION-FILE.
 5206      OPEN OUTPUT NOTPAID-FILE.
 5206A     OPEN OUTPUT EMPCOST-FILE.
 5207      OPEN I-O EMPLOYEE-YTD-MASTER.
 5207A     OPEN I-O LEAVE-MASTER.
 5208      OPEN OUTPUT GL-EXTRACT.
 5209      MOVE PC-PAY-YYMMDD TO GL-RUN-DATE.
 5209A     PERFORM 012-SET-PAY-QUARTER THRU 012-EXIT.
 5210      PERFORM 020-LOAD-TAX-TABLE THRU 020-EXIT.
 5210A     PERFORM 040-OPEN-DEPT-FILE THRU 040-EXIT.
 5210B     PERFORM 050-OPEN-DEDUCT-FILE THRU 050-EXIT.
 5210C     PERFORM 060-OPEN-TIME-FILE THRU 060-EXIT.
 5210D     PERFORM 070-LOAD-COST-TABLE THRU 070-EXIT.
 5210E     PERFORM 080-LOAD-LEAVE-POLICY THRU 080-EXIT.
 5210
 5211      IF RESTART-RUN
 5212          PERFORM 030-READ-RESTART-POINT THRU 030-EXIT
 5220      INITIATE SALARIES-REPORT.
 5225      INITIATE SALARIES-EXCEPTION.
 5226      INITIATE SALARIES-NOTPAID.
 5226A     INITIATE SALARIES-EMPCOST.
 5230
 5300      READ SALARIES
 5400          AT END MOVE 'Y' TO END-OF-FILE-SWITCH.
 5640      TERMINATE SALARIES-REPORT.
 5645      TERMINATE SALARIES-EXCEPTION.
 5646      TERMINATE SALARIES-NOTPAID.
 5646A     PERFORM 195-PRINT-EMPLOYER-COST THRU 195-EXIT.
 5646B     TERMINATE SALARIES-EMPCOST.
 5650
 5655      PERFORM 150-WRITE-GL-EXTRACT THRU 150-EXIT.
 5655A     MOVE SPACE TO PC-HISTORY-STATUS.
 5656      MOVE 'P' TO PC-STATUS.
 5657      REWRITE PERIOD-CONTROL-REC.
 5658      PERFORM 015-WRITE-PAY-CALENDAR THRU 015-EXIT.
 5658A     PERFORM 017-RECORD-RUN-STATUS THRU 017-EXIT.
 5660      CLOSE SALARIES, REPORT-FILE, EXCEPTION-FILE, NOTPAID-FILE,
 5663            EMPLOYEE-YTD-MASTER, CHECKPOINT-FILE, GL-EXTRACT,
 5664            YTD-JOURNAL, PAY-REGISTER, PERIOD-CONTROL,
 5664A           EMPCOST-FILE, LEAVE-MASTER, DEPT-FILE,
 5664B           DEDUCT-FILE, TIME-FILE.
 5670
 6000      STOP RUN.
 6010
 6100  100-PROCESS-TRANSACTION-DATA.
 6110      ADD 1 TO TOTAL-RECORDS-PROCESSED.
 6110A     PERFORM 105-MATCH-SATELLITES THRU 105-EXIT.
 6115      IF SKIPPING-TO-RESTART-POINT
 6120              AND TOTAL-RECORDS-PROCESSED > RESTART-RECORD-COUNT
 6125          MOVE 'N' TO SKIP-SWITCH
 6209                  MOVE DEPT-CODE TO SAVE-DEPT-CODE
 6209A             END-IF
 6209B             PERFORM 185-POST-COST-CENTER THRU 185-EXIT
 6209C             PERFORM 190-ACCRUE-EMPLOYER-COST THRU 190-EXIT
 6209D             PERFORM 210-POST-LEAVE THRU 210-EXIT
 6210              GENERATE SALARY-DETAIL
 6212              PERFORM 145-WRITE-PAY-REGISTER THRU 145-EXIT
 6215              PERFORM 140-WRITE-CHECKPOINT THRU 140-EXIT
 6690          IF SALARY NOT > ZERO
 6695              SET INVALID-RECORD TO TRUE
 6700              MOVE 'NON-POSITIVE SALARY' TO REJECT-REASON.
 6700A     IF VALID-RECORD AND TIME-CARD-DUPLICATE
 6700B         AND NOT EMPLOYEE-NOT-ACTIVE
 6700C         SET INVALID-RECORD TO TRUE
 6700D         MOVE 'DUPLICATE TIMESHEET' TO REJECT-REASON.
 6701      IF VALID-RECORD AND EMPLOYEE-HOURLY
 6702          AND NOT EMPLOYEE-NOT-ACTIVE
 6703          PERFORM 115-PRICE-HOURLY-PAY THRU 115-EXIT.
 6726          INVALID KEY
 6727              MOVE SALARY   TO YTD-GROSS-WAGES
 6728              MOVE ONLY-TAX TO YTD-TAX-WITHHELD
 6728A             MOVE PAY-QUARTER TO YTD-QTD-QUARTER
 6728B             MOVE SALARY      TO YTD-QTD-WAGES
 6728C             MOVE ONLY-TAX    TO YTD-QTD-TAX
 6729              WRITE YTD-MASTER-REC
 6729A             IF YTD-FILE-STATUS NOT = '00'
 6729B                 DISPLAY 'YTD MASTER WRITE ERROR - STATUS '
 6730          NOT INVALID KEY
 6731              ADD SALARY   TO YTD-GROSS-WAGES
 6732              ADD ONLY-TAX TO YTD-TAX-WITHHELD
 6732A             IF YTD-QTD-QUARTER NOT NUMERIC
 6732B                 OR YTD-QTD-QUARTER NOT = PAY-QUARTER
 6732C                 MOVE PAY-QUARTER TO YTD-QTD-QUARTER
 6732D                 MOVE ZERO TO YTD-QTD-WAGES
 6732E                 MOVE ZERO TO YTD-QTD-TAX
 6732F             END-IF
 6732G             ADD SALARY   TO YTD-QTD-WAGES
 6732H             ADD ONLY-TAX TO YTD-QTD-TAX
 6733              REWRITE YTD-MASTER-REC
 6733A             IF YTD-FILE-STATUS NOT = '00'
 6733B                 DISPLAY 'YTD MASTER REWRITE ERROR - STATUS '
 6750E         MOVE DEDUCT-ACCT-AREA        TO CKPT-DEDUCT-ACCT-AREA
 6750F         MOVE CC-TABLE-COUNT          TO CKPT-CC-COUNT
 6750G         MOVE CC-TOTAL-AREA           TO CKPT-CC-AREA
 6750H         MOVE COST-TABLE-AREA         TO CKPT-COST-AREA
 6751          WRITE CHECKPOINT-REC
 6752          MOVE ZERO TO RECORDS-SINCE-CHECKPOINT.
 6753
 6765A     PERFORM 155-WRITE-DEDUCT-POSTING THRU 155-EXIT
 6765B         VARYING DACCT-IX FROM 1 BY 1
 6765C         UNTIL DACCT-IX > DEDUCT-ACCT-COUNT.
 6765D     PERFORM 153-WRITE-COST-POSTINGS THRU 153-EXIT
 6765E         VARYING CC-IX FROM 1 BY 1
 6765F         UNTIL CC-IX > CC-TABLE-COUNT
 6765G         AFTER COST-IX FROM 1 BY 1
 6765H         UNTIL COST-IX > COST-TABLE-COUNT.
 6766
 6767  150-EXIT.
 6768      EXIT.
 6766R 152-EXIT.
 6766S     EXIT.
 6766T
 6767A 015-WRITE-PAY-CALENDAR.
 6767B     OPEN EXTEND PAY-CALENDAR.
 6767C     MOVE SPACES TO PAY-CALENDAR-REC.
 6767D     MOVE PERIOD-CONTROL-REC TO CAL-PERIOD-DATA.
 6767E     ACCEPT CAL-RUN-DATE FROM DATE YYYYMMDD.
 6767F     WRITE PAY-CALENDAR-REC.
 6767G     CLOSE PAY-CALENDAR.
 6767H
 6767I 015-EXIT.
 6767J     EXIT.
 6767K
 6767L 012-SET-PAY-QUARTER.
 6767M     DIVIDE PC-PAY-DATE BY 100 GIVING PAY-QUARTER-YEAR-MONTH.
 6767N     DIVIDE PAY-QUARTER-YEAR-MONTH BY 100 GIVING PAY-QUARTER-YEAR
 6767P         REMAINDER PAY-QUARTER-MONTH.
 6767Q     ADD 2 TO PAY-QUARTER-MONTH.
 6767R     DIVIDE PAY-QUARTER-MONTH BY 3 GIVING PAY-QUARTER-NUMBER.
 6767S     COMPUTE PAY-QUARTER = PAY-QUARTER-YEAR * 10
 6767T         + PAY-QUARTER-NUMBER.
 6767U
 6767V 012-EXIT.
 6767W     EXIT.
 6767X
 6769A 010-READ-PERIOD-CONTROL.
 6769B     OPEN I-O PERIOD-CONTROL.
 6769C     READ PERIOD-CONTROL
 6786A                     TO TAX-BRACKET-UPPER(TAX-IX)
 6787                  MOVE TT-RATE TO TAX-RATE(TAX-IX)
 6788              ELSE
 6789                  PERFORM 028-TAX-TABLE-FULL THRU 028-EXIT
 6791              END-IF
 6792      END-READ.
 6793
 6794  025-EXIT.
 6795      EXIT.
 6796
 6796A 070-LOAD-COST-TABLE.
 6796B     OPEN INPUT EMPLOYER-COST-FILE.
 6796C     PERFORM 075-LOAD-ONE-COST THRU 075-EXIT
 6796D         UNTIL COST-TABLE-EOF.
 6796E     CLOSE EMPLOYER-COST-FILE.
 6796F     IF COST-TABLE-COUNT = ZERO
 6796G         DISPLAY 'EMPLOYER COST TABLE EMPTY - NO COSTS ACCRUED'
 6796H             UPON CONSOLE.
 6796I     PERFORM 072-ZERO-CC-COST THRU 072-EXIT
 6796J         VARYING CC-IX FROM 1 BY 1 UNTIL CC-IX > 50
 6796K         AFTER COST-SUB FROM 1 BY 1 UNTIL COST-SUB > 10.
 6796L
 6796M 070-EXIT.
 6796N     EXIT.
 6796P
 6796Q 072-ZERO-CC-COST.
 6796R     MOVE ZERO TO CC-COST-AMOUNT(CC-IX, COST-SUB).
 6796S
 6796T 072-EXIT.
 6796U     EXIT.
 6796V
 6797A 075-LOAD-ONE-COST.
 6797B     READ EMPLOYER-COST-FILE
 6797C         AT END SET COST-TABLE-EOF TO TRUE
 6797D         NOT AT END
 6797E             IF COST-TABLE-COUNT < 10
 6797F                 ADD 1 TO COST-TABLE-COUNT
 6797G                 SET COST-IX TO COST-TABLE-COUNT
 6797H                 MOVE EC-COST-CODE TO COST-CODE(COST-IX)
 6797I                 MOVE EC-DESCRIPTION TO COST-DESCRIPTION(COST-IX)
 6797J                 MOVE EC-RATE TO COST-RATE(COST-IX)
 6797K                 MOVE EC-WAGE-BASE TO COST-WAGE-BASE(COST-IX)
 6797L                 MOVE EC-EXPENSE-ACCOUNT
 6797M                    TO COST-EXPENSE-ACCOUNT(COST-IX)
 6797N                 MOVE EC-LIABILITY-ACCOUNT
 6797P                    TO COST-LIABILITY-ACCOUNT(COST-IX)
 6797Q                 MOVE ZERO TO COST-SUBJECT-TOTAL(COST-IX)
 6797R                 MOVE ZERO TO COST-AMOUNT-TOTAL(COST-IX)
 6797S             ELSE
 6797T                 PERFORM 078-COST-TABLE-FULL THRU 078-EXIT
 6797U             END-IF
 6797V     END-READ.
 6797W
 6797X 075-EXIT.
 6797Y     EXIT.
 6797Z
 6798A 080-LOAD-LEAVE-POLICY.
 6798B     OPEN INPUT LEAVE-POLICY-FILE.
 6798C     PERFORM 085-LOAD-ONE-POLICY THRU 085-EXIT
 6798D         UNTIL POLICY-EOF.
 6798E     CLOSE LEAVE-POLICY-FILE.
 6798F     IF POLICY-TABLE-COUNT = ZERO
 6798G         DISPLAY 'LEAVE POLICY TABLE EMPTY - NO LEAVE ACCRUED'
 6798H             UPON CONSOLE.
 6798I
 6798J 080-EXIT.
 6798K     EXIT.
 6798L
 6798M 085-LOAD-ONE-POLICY.
 6798N     READ LEAVE-POLICY-FILE
 6798P         AT END SET POLICY-EOF TO TRUE
 6798Q         NOT AT END
 6798R             IF POLICY-TABLE-COUNT < 20
 6798S                 ADD 1 TO POLICY-TABLE-COUNT
 6798T                 SET POLICY-IX TO POLICY-TABLE-COUNT
 6798U                 IF LP-PAY-BASIS = 'H'
 6798V                     MOVE 'H' TO POLICY-BASIS(POLICY-IX)
 6798W                 ELSE
 6798X                     MOVE 'M' TO POLICY-BASIS(POLICY-IX)
 6798Y                 END-IF
 6798Z                 MOVE LP-MIN-YEARS TO POLICY-MIN-YEARS(POLICY-IX)
 6799A                 MOVE LP-VAC-HOURS TO POLICY-VAC-HOURS(POLICY-IX)
 6799B                 MOVE LP-VAC-CAP TO POLICY-VAC-CAP(POLICY-IX)
 6799C                 MOVE LP-VAC-CARRYOVER
 6799D                    TO POLICY-VAC-CARRYOVER(POLICY-IX)
 6799E                 MOVE LP-SICK-HOURS
 6799F                    TO POLICY-SICK-HOURS(POLICY-IX)
 6799G                 MOVE LP-SICK-CAP TO POLICY-SICK-CAP(POLICY-IX)
 6799H                 MOVE LP-SICK-CARRYOVER
 6799I                    TO POLICY-SICK-CARRYOVER(POLICY-IX)
 6799J             ELSE
 6799K                 PERFORM 088-POLICY-TABLE-FULL THRU 088-EXIT
 6799L             END-IF
 6799M     END-READ.
 6799N
 6799P 085-EXIT.
 6799Q     EXIT.
 6799R
 6800  030-READ-RESTART-POINT.
 6801      OPEN INPUT CHECKPOINT-FILE.
 6802      PERFORM 035-READ-ONE-CHECKPOINT THRU 035-EXIT
 6816B             MOVE CKPT-DEDUCT-ACCT-COUNT TO DEDUCT-ACCT-COUNT
 6816C             MOVE CKPT-DEDUCT-ACCT-AREA TO DEDUCT-ACCT-AREA
 6816D             MOVE CKPT-CC-COUNT         TO CC-TABLE-COUNT
 6816E             MOVE CKPT-CC-AREA          TO CC-TOTAL-AREA
 6816F             MOVE CKPT-COST-AREA        TO COST-TABLE-AREA.
 6817
 6818  035-EXIT.
 6819      EXIT.
 6820
 6830  040-OPEN-DEPT-FILE.
 6830B     OPEN INPUT DEPT-FILE.
 6830C     PERFORM 165-READ-DEPT THRU 165-EXIT.
 6830D     IF DEPT-EOF
 6830E         DISPLAY 'DEPT MASTER EMPTY - RUN TERMINATED' UPON CONSOLE
 6830F         MOVE 8 TO RETURN-CODE
 6830G         STOP RUN
 6830H     END-IF.
 6830I
 6830J 040-EXIT.
 6830K     EXIT.
 6830L
 6830M 028-TAX-TABLE-FULL.
 6830N     DISPLAY 'TAX TABLE FULL - RUN TERMINATED' UPON CONSOLE.
 6830P     MOVE 8 TO RETURN-CODE.
 6830Q     STOP RUN.
 6830R
 6830S 028-EXIT.
 6830T     EXIT.
 6830U
 6830V 078-COST-TABLE-FULL.
 6830W     DISPLAY 'EMPLOYER COST TABLE FULL - RUN TERMINATED'
 6830X         UPON CONSOLE.
 6830Y     MOVE 8 TO RETURN-CODE.
 6830Z     STOP RUN.
 6831A
 6831B 078-EXIT.
 6831C     EXIT.
 6831D
 6831E 088-POLICY-TABLE-FULL.
 6831F     DISPLAY 'LEAVE POLICY TABLE FULL - RUN TERMINATED'
 6831G         UPON CONSOLE.
 6831H     MOVE 8 TO RETURN-CODE.
 6831I     STOP RUN.
 6831J
 6831K 088-EXIT.
 6831L     EXIT.
 6831M
 6831N 178-ACCT-TABLE-FULL.
 6831P     DISPLAY 'DEDUCTION ACCOUNT TABLE FULL - RUN TERMINATED'
 6831Q         UPON CONSOLE.
 6831R     MOVE 8 TO RETURN-CODE.
 6831S     STOP RUN.
 6831T
 6831U 178-EXIT.
 6831V     EXIT.
 6831W
 6831X 188-CC-TABLE-FULL.
 6831Y     DISPLAY 'COST CENTER TABLE FULL - RUN TERMINATED'
 6831Z         UPON CONSOLE.
 6832A     MOVE 8 TO RETURN-CODE.
 6832B     STOP RUN.
 6832C
 6832D 188-EXIT.
 6832E     EXIT.
 6859
 6878  155-WRITE-DEDUCT-POSTING.
 6878A     MOVE SPACES TO GL-COST-CENTER.
 6884  155-EXIT.
 6885      EXIT.
 6886
 6886A 153-WRITE-COST-POSTINGS.
 6886B     SET COST-SUB TO COST-IX.
 6886C     IF CC-COST-AMOUNT(CC-IX, COST-SUB) = ZERO
 6886D         GO TO 153-EXIT.
 6886E     MOVE CC-CODE(CC-IX)       TO GL-COST-CENTER.
 6886F     MOVE COST-EXPENSE-ACCOUNT(COST-IX) TO GL-ACCOUNT-CODE.
 6886G     MOVE CC-COST-AMOUNT(CC-IX, COST-SUB) TO GL-POSTING-AMOUNT.
 6886H     SET GL-DEBIT TO TRUE.
 6886I     WRITE GL-POSTING-REC.
 6886J     MOVE COST-LIABILITY-ACCOUNT(COST-IX) TO GL-ACCOUNT-CODE.
 6886K     SET GL-CREDIT TO TRUE.
 6886L     WRITE GL-POSTING-REC.
 6886M
 6886N 153-EXIT.
 6886P     EXIT.
 6886Q
 6860  160-FIND-DEPT-NAME.
 6861      MOVE DEPT-CODE TO DEPT-NAME-CURRENT.
 6861A     MOVE DEPT-CODE TO COST-CENTER-CURRENT.
 6862      PERFORM 165-READ-DEPT THRU 165-EXIT
 6863          UNTIL DEPT-EOF OR DEPT-KEY NOT < DEPT-CODE.
 6866      IF DEPT-KEY = DEPT-CODE
 6867          MOVE DM-DEPT-NAME TO DEPT-NAME-CURRENT
 6867A         MOVE DM-COST-CENTER TO COST-CENTER-CURRENT.
 6868
 6869  160-EXIT.
 6870      EXIT.
 6871
 6872  165-READ-DEPT.
 6873      READ DEPT-FILE
 6873A         AT END
 6873B             SET DEPT-EOF TO TRUE
 6873C             MOVE HIGH-VALUES TO DEPT-KEY
 6873D         NOT AT END
 6873E             MOVE DM-DEPT-CODE TO DEPT-KEY.
 6874
 6875  165-EXIT.
 6876      EXIT.
 6877
 6890  050-OPEN-DEDUCT-FILE.
 6891      OPEN INPUT DEDUCT-FILE.
 6892      PERFORM 107-READ-DEDUCT THRU 107-EXIT.
 6895
 6896  050-EXIT.
 6897      EXIT.
 6898
 6898A 105-MATCH-SATELLITES.
 6898B     MOVE DEPT-CODE     TO PMK-DEPT-CODE.
 6898C     MOVE NAME          TO PMK-NAME.
 6898D     MOVE EMPLOYEE-ID-X TO PMK-EMPLOYEE-ID.
 6898E     IF PAY-MATCH-KEY < PRIOR-PAY-MATCH-KEY
 6898F         DISPLAY 'PAY FILE OUT OF SEQUENCE AT EMPLOYEE '
 6898G             EMPLOYEE-ID-X ' - RUN TERMINATED' UPON CONSOLE
 6898H         MOVE 8 TO RETURN-CODE
 6898I         STOP RUN.
 6898J     MOVE PAY-MATCH-KEY TO PRIOR-PAY-MATCH-KEY.
 6898K     PERFORM 107-READ-DEDUCT THRU 107-EXIT
 6898L         UNTIL DEDUCT-MATCH-KEY NOT < PAY-MATCH-KEY.
 6898M     PERFORM 108-READ-TIMECARD THRU 108-EXIT
 6898N         UNTIL TIME-MATCH-KEY NOT < PAY-MATCH-KEY.
 6898P     PERFORM 109-TAKE-TIMECARD THRU 109-EXIT.
 6898Q
 6898R 105-EXIT.
 6898S     EXIT.
 6898T
 6898U 107-READ-DEDUCT.
 6898V     IF DEDUCT-EOF
 6898W         GO TO 107-EXIT.
 6898X     READ DEDUCT-FILE
 6898Y         AT END
 6898Z             SET DEDUCT-EOF TO TRUE
 6899A             MOVE HIGH-VALUES TO DEDUCT-MATCH-KEY
 6899B         NOT AT END
 6899C             MOVE DED-MATCH-AREA TO DEDUCT-MATCH-KEY
 6899D     END-READ.
 6899E     IF DEDUCT-MATCH-KEY < PRIOR-DEDUCT-KEY
 6899F         DISPLAY 'DEDUCTION FILE OUT OF SEQUENCE AT EMPLOYEE '
 6899G             DED-EMPLOYEE-ID ' - RUN TERMINATED' UPON CONSOLE
 6899H         MOVE 8 TO RETURN-CODE
 6899I         STOP RUN.
 6899J     MOVE DEDUCT-MATCH-KEY TO PRIOR-DEDUCT-KEY.
 6899K
 6899L 107-EXIT.
 6899M     EXIT.
 6899N
 6899P 108-READ-TIMECARD.
 6899Q     IF TIME-EOF
 6899R         GO TO 108-EXIT.
 6899S     READ TIME-FILE
 6899T         AT END
 6899U             SET TIME-EOF TO TRUE
 6899V             MOVE HIGH-VALUES TO TIME-MATCH-KEY
 6899W         NOT AT END
 6899X             MOVE TS-MATCH-AREA TO TIME-MATCH-KEY
 6899Y     END-READ.
 6899Z     IF TIME-MATCH-KEY < PRIOR-TIME-KEY
 6900A         DISPLAY 'TIMECARD FILE OUT OF SEQUENCE AT EMPLOYEE '
 6900B             TS-EMPLOYEE-ID ' - RUN TERMINATED' UPON CONSOLE
 6900C         MOVE 8 TO RETURN-CODE
 6900D         STOP RUN.
 6900E     MOVE TIME-MATCH-KEY TO PRIOR-TIME-KEY.
 6900F
 6900G 108-EXIT.
 6900H     EXIT.
 6920
 6921A 060-OPEN-TIME-FILE.
 6921B     OPEN INPUT TIME-FILE.
 6921C     PERFORM 108-READ-TIMECARD THRU 108-EXIT.
 6921F
 6921G 060-EXIT.
 6921H     EXIT.
 6921I
 6921J 109-TAKE-TIMECARD.
 6921K     MOVE 'N' TO TIME-CARD-SWITCH.
 6921L     INITIALIZE TIME-CARD-AREA.
 6921M     IF TIME-MATCH-KEY NOT = PAY-MATCH-KEY
 6921N         GO TO 109-EXIT.
 6921P     SET TIME-CARD-FOUND TO TRUE.
 6921Q     MOVE TS-REG-HOURS  TO TIME-REG-HOURS.
 6921R     MOVE TS-OT-HOURS   TO TIME-OT-HOURS.
 6921S     MOVE TS-VAC-HOURS  TO TIME-VAC-HOURS.
 6921T     MOVE TS-SICK-HOURS TO TIME-SICK-HOURS.
 6921U     PERFORM 108-READ-TIMECARD THRU 108-EXIT.
 6921V     IF TIME-MATCH-KEY = PAY-MATCH-KEY
 6921W         SET TIME-CARD-DUPLICATE TO TRUE
 6921X         PERFORM 108-READ-TIMECARD THRU 108-EXIT
 6921Y             UNTIL TIME-MATCH-KEY NOT = PAY-MATCH-KEY.
 6921Z
 6922A 109-EXIT.
 6922B     EXIT.
 6922E
 6980  180-REPORT-NOT-PAID.
 6981      IF EMPLOYEE-TERMINATED
 6982          MOVE 'TERMINATED' TO NOTPAID-REASON
 6988  180-EXIT.
 6989      EXIT.
 6990
 6990A 192-ACCRUE-ONE-COST.
 6990B     MOVE SALARY TO SUBJECT-WAGES.
 6990C     IF COST-WAGE-BASE(COST-IX) > ZERO
 6990D         IF PRIOR-YTD-WAGES NOT < COST-WAGE-BASE(COST-IX)
 6990E             MOVE ZERO TO SUBJECT-WAGES
 6990F         ELSE
 6990G             IF PRIOR-YTD-WAGES + SALARY > COST-WAGE-BASE(COST-IX)
 6990H                 SUBTRACT PRIOR-YTD-WAGES
 6990I                     FROM COST-WAGE-BASE(COST-IX)
 6990J                     GIVING SUBJECT-WAGES.
 6990K     IF SUBJECT-WAGES = ZERO
 6990L         GO TO 192-EXIT.
 6990M     MULTIPLY SUBJECT-WAGES BY COST-RATE(COST-IX)
 6990N         GIVING EMPLOYER-COST ROUNDED.
 6990P     ADD SUBJECT-WAGES TO COST-SUBJECT-TOTAL(COST-IX).
 6990Q     ADD EMPLOYER-COST TO COST-AMOUNT-TOTAL(COST-IX).
 6990R     IF CC-IX NOT > CC-TABLE-COUNT
 6990S         SET COST-SUB TO COST-IX
 6990T         ADD EMPLOYER-COST TO CC-COST-AMOUNT(CC-IX, COST-SUB).
 6990U
 6990V 192-EXIT.
 6990W     EXIT.
 6990X
 6921  170-APPLY-DEDUCTIONS.
 6922      MOVE ZERO TO EMPLOYEE-DEDUCTIONS.
 6923      SUBTRACT ONLY-TAX FROM SALARY GIVING AVAILABLE-PAY.
 6924      PERFORM 171-NEXT-DEDUCTION THRU 171-EXIT
 6925          UNTIL DEDUCT-MATCH-KEY NOT = PAY-MATCH-KEY.
 6927      SUBTRACT EMPLOYEE-DEDUCTIONS FROM AVAILABLE-PAY
 6928          GIVING NET-PAY.
 6929      ADD EMPLOYEE-DEDUCTIONS TO RUN-TOTAL-DEDUCTIONS.
 6931  170-EXIT.
 6932      EXIT.
 6933
 6933A 171-NEXT-DEDUCTION.
 6933B     PERFORM 172-APPLY-ONE-DEDUCTION THRU 172-EXIT.
 6933C     PERFORM 107-READ-DEDUCT THRU 107-EXIT.
 6933D
 6933E 171-EXIT.
 6933F     EXIT.
 6933G
 6934  172-APPLY-ONE-DEDUCTION.
 6935      IF DED-METHOD NOT = 'F' AND DED-METHOD NOT = 'P'
 6935A         DISPLAY 'DEDUCTION ENTRY SKIPPED - BAD METHOD - '
 6935B             DED-EMPLOYEE-ID UPON CONSOLE
 6936          GO TO 172-EXIT.
 6937      IF DED-METHOD = 'F'
 6938          MOVE DED-AMOUNT TO THIS-DEDUCTION
 6939      ELSE
 6940          MULTIPLY SALARY BY DED-PERCENT
 6941              GIVING THIS-DEDUCTION.
 6942      IF EMPLOYEE-DEDUCTIONS + THIS-DEDUCTION > AVAILABLE-PAY
 6943          DISPLAY 'DEDUCTION SKIPPED - EXCEEDS PAY - EMPLOYEE '
 6954          VARYING DACCT-IX FROM 1 BY 1
 6955          UNTIL DACCT-IX > DEDUCT-ACCT-COUNT
 6956          OR DEDUCT-ACCT-CODE(DACCT-IX)
 6957             = DED-GL-ACCOUNT.
 6958      IF DACCT-IX > DEDUCT-ACCT-COUNT
 6959          IF DEDUCT-ACCT-COUNT < 20
 6960              ADD 1 TO DEDUCT-ACCT-COUNT
 6961              SET DACCT-IX TO DEDUCT-ACCT-COUNT
 6962              MOVE DED-GL-ACCOUNT TO DEDUCT-ACCT-CODE(DACCT-IX)
 6964              MOVE ZERO TO DEDUCT-ACCT-TOTAL(DACCT-IX)
 6965          ELSE
 6966              PERFORM 178-ACCT-TABLE-FULL THRU 178-EXIT.
 6968      ADD THIS-DEDUCTION TO DEDUCT-ACCT-TOTAL(DACCT-IX).
 6969
 6970  175-EXIT.
 6978L             MOVE ZERO TO CC-TAX-TOTAL(CC-IX)
 6978M             MOVE ZERO TO CC-NET-TOTAL(CC-IX)
 6978N         ELSE
 6978P             PERFORM 188-CC-TABLE-FULL THRU 188-EXIT.
 6978R     ADD SALARY   TO CC-WAGE-TOTAL(CC-IX).
 6978S     ADD ONLY-TAX TO CC-TAX-TOTAL(CC-IX).
 6978T     ADD NET-PAY  TO CC-NET-TOTAL(CC-IX).
 6979B 187-EXIT.
 6979C     EXIT.
 6979D
 6979E 190-ACCRUE-EMPLOYER-COST.
 6979F     IF CURRENT-YTD-WAGES > SALARY
 6979G         SUBTRACT SALARY FROM CURRENT-YTD-WAGES
 6979H             GIVING PRIOR-YTD-WAGES
 6979I     ELSE
 6979J         MOVE ZERO TO PRIOR-YTD-WAGES.
 6979K     PERFORM 192-ACCRUE-ONE-COST THRU 192-EXIT
 6979L         VARYING COST-IX FROM 1 BY 1
 6979M         UNTIL COST-IX > COST-TABLE-COUNT.
 6979N
 6979P 190-EXIT.
 6979Q     EXIT.
 6979R
 7000  115-PRICE-HOURLY-PAY.
 7005      IF NOT TIME-CARD-FOUND
 7030          SET INVALID-RECORD TO TRUE
 7035          MOVE 'NO TIMESHEET-NOT PAID' TO REJECT-REASON
 7040          GO TO 115-EXIT.
 7045      MULTIPLY SALARY BY TIME-REG-HOURS
 7050          GIVING HOURLY-GROSS ROUNDED.
 7055      MULTIPLY SALARY BY TIME-OT-HOURS
 7060          GIVING OVERTIME-PAY ROUNDED.
 7065      MULTIPLY OVERTIME-PAY BY OVERTIME-PREMIUM
 7070          GIVING OVERTIME-PAY ROUNDED.
 7075      ADD OVERTIME-PAY TO HOURLY-GROSS.
 7075A     ADD TIME-VAC-HOURS TIME-SICK-HOURS
 7075B         GIVING LEAVE-HOURS.
 7075C     MULTIPLY SALARY BY LEAVE-HOURS
 7075D         GIVING LEAVE-PAY ROUNDED.
 7075E     ADD LEAVE-PAY TO HOURLY-GROSS.
 7080      MOVE HOURLY-GROSS TO SALARY.
 7085
 7090  115-EXIT.
 7095      EXIT.
 7100
 7135  195-PRINT-EMPLOYER-COST.
 7140      PERFORM 196-PRINT-CC-COST THRU 196-EXIT
 7145          VARYING CC-IX FROM 1 BY 1
 7150          UNTIL CC-IX > CC-TABLE-COUNT
 7155          AFTER COST-IX FROM 1 BY 1
 7160          UNTIL COST-IX > COST-TABLE-COUNT.
 7165      PERFORM 197-PRINT-CODE-TOTAL THRU 197-EXIT
 7170          VARYING COST-IX FROM 1 BY 1
 7175          UNTIL COST-IX > COST-TABLE-COUNT.
 7180
 7185  195-EXIT.
 7190      EXIT.
 7195
 7200  196-PRINT-CC-COST.
 7205      SET COST-SUB TO COST-IX.
 7210      IF CC-COST-AMOUNT(CC-IX, COST-SUB) = ZERO
 7215          GO TO 196-EXIT.
 7220      PERFORM 198-MOVE-COST-ENTRY THRU 198-EXIT.
 7225      MOVE CC-CODE(CC-IX) TO ECS-COST-CENTER.
 7230      MOVE CC-COST-AMOUNT(CC-IX, COST-SUB) TO ECS-AMOUNT.
 7235      GENERATE EMPCOST-CC-DETAIL.
 7240
 7245  196-EXIT.
 7250      EXIT.
 7255
 7260  197-PRINT-CODE-TOTAL.
 7265      PERFORM 198-MOVE-COST-ENTRY THRU 198-EXIT.
 7270      MOVE COST-SUBJECT-TOTAL(COST-IX) TO ECS-SUBJECT.
 7275      MOVE COST-RATE(COST-IX) TO ECS-RATE.
 7280      MOVE COST-AMOUNT-TOTAL(COST-IX) TO ECS-AMOUNT.
 7285      ADD COST-AMOUNT-TOTAL(COST-IX) TO EMPLOYER-COST-TOTAL.
 7290      GENERATE EMPCOST-CODE-DETAIL.
 7295
 7300  197-EXIT.
 7305      EXIT.
 7310
 7315  198-MOVE-COST-ENTRY.
 7320      MOVE COST-CODE(COST-IX) TO ECS-COST-CODE.
 7325      MOVE COST-DESCRIPTION(COST-IX) TO ECS-DESCRIPTION.
 7330      MOVE COST-EXPENSE-ACCOUNT(COST-IX) TO ECS-EXPENSE-ACCOUNT.
 7335      MOVE COST-LIABILITY-ACCOUNT(COST-IX)
 7340          TO ECS-LIABILITY-ACCOUNT.
 7345
 7350  198-EXIT.
 7355      EXIT.
 7360
 7365  210-POST-LEAVE.
 7370      MOVE ZERO TO VAC-HOURS-TAKEN.
 7375      MOVE ZERO TO SICK-HOURS-TAKEN.
 7380      IF TIME-CARD-FOUND
 7405          MOVE TIME-VAC-HOURS  TO VAC-HOURS-TAKEN
 7410          MOVE TIME-SICK-HOURS TO SICK-HOURS-TAKEN.
 7415      PERFORM 212-FIND-LEAVE-POLICY THRU 212-EXIT.
 7420      MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID.
 7425      READ LEAVE-MASTER
 7430          INVALID KEY
 7435              MOVE 'N' TO LEAVE-FOUND-SWITCH
 7440          NOT INVALID KEY
 7445              MOVE 'Y' TO LEAVE-FOUND-SWITCH
 7450      END-READ.
 7455      IF LEAVE-RECORD-FOUND AND LV-LAST-PAY-DATE = PC-PAY-DATE
 7460          GO TO 210-EXIT.
 7465      IF NOT LEAVE-RECORD-FOUND
 7470          PERFORM 211-NEW-LEAVE-RECORD THRU 211-EXIT.
 7475      IF LV-LEAVE-YEAR NOT = PAY-QUARTER-YEAR
 7480          PERFORM 214-CARRY-OVER-LEAVE THRU 214-EXIT.
 7485      PERFORM 216-ACCRUE-LEAVE THRU 216-EXIT.
 7490      PERFORM 218-TAKE-LEAVE THRU 218-EXIT.
 7495      MOVE PC-PAY-DATE TO LV-LAST-PAY-DATE.
 7500      IF LEAVE-RECORD-FOUND
 7505          REWRITE LEAVE-MASTER-REC
 7510      ELSE
 7515          WRITE LEAVE-MASTER-REC.
 7520      IF LEAVE-FILE-STATUS NOT = '00'
 7525          DISPLAY 'LEAVE MASTER UPDATE ERROR - STATUS '
 7530              LEAVE-FILE-STATUS UPON CONSOLE.
 7535
 7540  210-EXIT.
 7545      EXIT.
 7550
 7555  211-NEW-LEAVE-RECORD.
 7560      MOVE SPACES TO LEAVE-MASTER-REC.
 7565      MOVE EMPLOYEE-ID      TO LV-EMPLOYEE-ID.
 7570      MOVE PAY-QUARTER-YEAR TO LV-LEAVE-YEAR.
 7575      MOVE ZERO TO LV-LAST-PAY-DATE.
 7580      MOVE ZERO TO LV-VAC-BALANCE.
 7585      MOVE ZERO TO LV-SICK-BALANCE.
 7590      MOVE ZERO TO LV-VAC-TAKEN-YTD.
 7595      MOVE ZERO TO LV-SICK-TAKEN-YTD.
 7600
 7605  211-EXIT.
 7610      EXIT.
 7615
 7620  212-FIND-LEAVE-POLICY.
 7625      IF EMPLOYEE-HOURLY
 7630          MOVE 'H' TO LEAVE-BASIS
 7635      ELSE
 7640          MOVE 'M' TO LEAVE-BASIS.
 7645      IF HIRE-DATE NOT NUMERIC OR HIRE-DATE > PC-PAY-DATE
 7650          MOVE ZERO TO SERVICE-YEARS
 7655      ELSE
 7660          COMPUTE SERVICE-YEARS =
 7662              (PC-PAY-DATE - HIRE-DATE) / 10000.
 7665      MOVE ZERO TO POLICY-SUB.
 7670      PERFORM 213-CHECK-ONE-POLICY THRU 213-EXIT
 7675          VARYING POLICY-IX FROM 1 BY 1
 7680          UNTIL POLICY-IX > POLICY-TABLE-COUNT.
 7685
 7690  212-EXIT.
 7695      EXIT.
 7700
 7705  213-CHECK-ONE-POLICY.
 7710      IF POLICY-BASIS(POLICY-IX) NOT = LEAVE-BASIS
 7715          OR POLICY-MIN-YEARS(POLICY-IX) > SERVICE-YEARS
 7720          GO TO 213-EXIT.
 7725      IF POLICY-SUB = ZERO
 7730          SET POLICY-SUB TO POLICY-IX
 7735          GO TO 213-EXIT.
 7740      IF POLICY-MIN-YEARS(POLICY-IX) > POLICY-MIN-YEARS(POLICY-SUB)
 7745          SET POLICY-SUB TO POLICY-IX.
 7750
 7755  213-EXIT.
 7760      EXIT.
 7765
 7770  214-CARRY-OVER-LEAVE.
 7775      MOVE PAY-QUARTER-YEAR TO LV-LEAVE-YEAR.
 7780      MOVE ZERO TO LV-VAC-TAKEN-YTD.
 7785      MOVE ZERO TO LV-SICK-TAKEN-YTD.
 7790      IF POLICY-SUB = ZERO
 7795          GO TO 214-EXIT.
 7800      IF LV-VAC-BALANCE > POLICY-VAC-CARRYOVER(POLICY-SUB)
 7805          MOVE POLICY-VAC-CARRYOVER(POLICY-SUB)
 7807              TO LV-VAC-BALANCE.
 7810      IF LV-SICK-BALANCE > POLICY-SICK-CARRYOVER(POLICY-SUB)
 7815          MOVE POLICY-SICK-CARRYOVER(POLICY-SUB)
 7817              TO LV-SICK-BALANCE.
 7820
 7825  214-EXIT.
 7830      EXIT.
 7835
 7840  216-ACCRUE-LEAVE.
 7845      MOVE ZERO TO LV-VAC-ACCRUED.
 7850      MOVE ZERO TO LV-SICK-ACCRUED.
 7855      IF POLICY-SUB = ZERO
 7860          GO TO 216-EXIT.
 7865      MOVE POLICY-VAC-HOURS(POLICY-SUB) TO LEAVE-ACCRUAL.
 7870      MOVE POLICY-VAC-CAP(POLICY-SUB)   TO LEAVE-CAP.
 7875      MOVE LV-VAC-BALANCE               TO LEAVE-BALANCE.
 7880      PERFORM 217-APPLY-LEAVE-CAP THRU 217-EXIT.
 7885      MOVE LEAVE-ACCRUAL TO LV-VAC-ACCRUED.
 7890      ADD LEAVE-ACCRUAL TO LV-VAC-BALANCE.
 7895      MOVE POLICY-SICK-HOURS(POLICY-SUB) TO LEAVE-ACCRUAL.
 7900      MOVE POLICY-SICK-CAP(POLICY-SUB)   TO LEAVE-CAP.
 7905      MOVE LV-SICK-BALANCE               TO LEAVE-BALANCE.
 7910      PERFORM 217-APPLY-LEAVE-CAP THRU 217-EXIT.
 7915      MOVE LEAVE-ACCRUAL TO LV-SICK-ACCRUED.
 7920      ADD LEAVE-ACCRUAL TO LV-SICK-BALANCE.
 7925
 7930  216-EXIT.
 7935      EXIT.
 7940
 7945  217-APPLY-LEAVE-CAP.
 7950      IF LEAVE-CAP = ZERO
 7955          GO TO 217-EXIT.
 7960      IF LEAVE-BALANCE NOT < LEAVE-CAP
 7965          MOVE ZERO TO LEAVE-ACCRUAL
 7970          GO TO 217-EXIT.
 7975      SUBTRACT LEAVE-BALANCE FROM LEAVE-CAP GIVING LEAVE-ROOM.
 7980      IF LEAVE-ACCRUAL > LEAVE-ROOM
 7985          MOVE LEAVE-ROOM TO LEAVE-ACCRUAL.
 7990
 7995  217-EXIT.
 8000      EXIT.
 8005
 8010  218-TAKE-LEAVE.
 8015      MOVE VAC-HOURS-TAKEN  TO LV-VAC-TAKEN.
 8020      MOVE SICK-HOURS-TAKEN TO LV-SICK-TAKEN.
 8025      ADD VAC-HOURS-TAKEN  TO LV-VAC-TAKEN-YTD.
 8030      ADD SICK-HOURS-TAKEN TO LV-SICK-TAKEN-YTD.
 8035      IF VAC-HOURS-TAKEN > LV-VAC-BALANCE
 8040          DISPLAY 'VACATION OVERDRAWN - EMPLOYEE ' EMPLOYEE-ID
 8045              UPON CONSOLE
 8050          MOVE ZERO TO LV-VAC-BALANCE
 8055      ELSE
 8060          SUBTRACT VAC-HOURS-TAKEN FROM LV-VAC-BALANCE.
 8065      IF SICK-HOURS-TAKEN > LV-SICK-BALANCE
 8070          DISPLAY 'SICK LEAVE OVERDRAWN - EMPLOYEE ' EMPLOYEE-ID
 8075              UPON CONSOLE
 8080          MOVE ZERO TO LV-SICK-BALANCE
 8085      ELSE
 8090          SUBTRACT SICK-HOURS-TAKEN FROM LV-SICK-BALANCE.
 8095
 8100  218-EXIT.
 8105      EXIT.
 8110
 8115
 8200  016-OPEN-RUN-STATUS.
 8205      OPEN I-O RUN-STATUS.
 8210      READ RUN-STATUS
 8215          AT END
 8220              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 8225                  UPON CONSOLE
 8230              MOVE 8 TO RETURN-CODE
 8235              STOP RUN
 8240      END-READ.
 8245
 8250  016-EXIT.
 8255      EXIT.
 8260
 8265  017-RECORD-RUN-STATUS.
 8270      MOVE PC-PERIOD-NUMBER TO RS-PAYROLL-PERIOD.
 8272      IF RETURN-CODE < 8
 8275          MOVE 'C' TO RS-PAYROLL-RESULT
 8276      ELSE
 8277          MOVE 'F' TO RS-PAYROLL-RESULT.
 8280      ACCEPT RS-PAYROLL-DATE FROM DATE YYYYMMDD.
 8285      REWRITE RUN-STATUS-REC.
 8290      CLOSE RUN-STATUS.
 8295
 8300  017-EXIT.
 8305      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=161)
//GO.SYSEXCP  DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=161)
//GO.SYSNPAY  DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=161)
//GO.SYSECST  DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=161,BLKSIZE=161)
//* THE SORTED PAY FILE IS PASSED ON TO THE PAYSTUB STEP BELOW, WHICH
//* PRINTS THE PER-EMPLOYEE STATEMENTS FROM THE SAME RECORDS THIS STEP
//* REPORTED ON, AND IS SCRATCHED THERE.
//GO.INDD     DD DSNAME=HERC01.SALARIES.SORTED,DISP=(OLD,PASS)
//GO.YTDDD    DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=OLD
//GO.TAXDD    DD DSNAME=HERC01.TAX.TABLE,DISP=SHR
//* EMPLOYER COST RATE TABLE (RECFM=FB LRECL=80): ONE CARD PER COST
//* CODE WITH RATE, ANNUAL WAGE BASE (ZERO = NO CAP) AND THE EXPENSE
//* AND LIABILITY ACCOUNTS THE ACCRUAL POSTS TO.  MAINTAINED LIKE THE
//* TAX TABLE - RUN THE COST TABLE PROOF (HERC18E) AFTER EVERY CHANGE
//* AND BEFORE THE NEXT PAYROLL.
//GO.COSTDD   DD DSNAME=HERC01.EMPLOYER.COST.TABLE,DISP=SHR
//GO.DEPTDD   DD DSNAME=HERC01.DEPT.SAL.SORTED,DISP=(OLD,DELETE)
//GO.DEDDD    DD DSNAME=HERC01.DEDUCT.MATCHED,DISP=(OLD,DELETE)
//* PER-PERIOD TIMESHEET (RECFM=FB LRECL=80) - ONE CARD PER EMPLOYEE
//* WITH REGULAR, OVERTIME, VACATION AND SICK HOURS.  HOURLY STAFF
//* (PAY-BASIS 'H' ON THE PAY MASTER) ARE PAID FROM THE CARD, LEAVE
//* HOURS AT STRAIGHT TIME; AN HOURLY EMPLOYEE WITH NO CARD THIS
//* PERIOD FALLS OUT ON THE EXCEPTION REPORT INSTEAD OF DRAWING A
//* MONTH OF PHANTOM PAY.  SALARIED STAFF NEED A CARD ONLY TO REPORT
//* LEAVE TAKEN (REGULAR AND OVERTIME HOURS LEFT ZERO).  AN ACTIVE
//* EMPLOYEE WITH MORE THAN ONE CARD IS NOT PAID AND IS LISTED ON THE
//* EXCEPTION REPORT.  READ HERE IN PAY-FILE ORDER AS BUILT ABOVE AND
//* PASSED ON TO THE PAYSTUB STEP.
//GO.TIMEDD   DD DSNAME=HERC01.SALARIES.TIMEMTCH,DISP=(OLD,PASS)
//* LEAVE BALANCE MASTER (VSAM KSDS KEYED ON EMPLOYEE ID, LRECL=80):
//* DEFINE ONCE LIKE THE YTD MASTER.  EVERY EMPLOYEE PAID ACCRUES
//* LEAVE PER THE POLICY TABLE BELOW AND IS CHARGED THE VACATION AND
//* SICK HOURS ON THE TIMECARD; THE RECORD IS ADDED THE FIRST TIME
//* THE EMPLOYEE IS PAID.  THE FIRST PAYROLL OF A NEW YEAR CUTS EACH
//* BALANCE BACK TO THE POLICY CARRYOVER LIMIT.  A RERUN OF THE SAME
//* PAY DATE DOES NOT POST LEAVE A SECOND TIME.
//GO.LVDD     DD DSNAME=HERC01.EMPLOYEE.LEAVEMST,DISP=OLD
//* LEAVE ACCRUAL POLICY (RECFM=FB LRECL=80): ONE CARD PER PAY BASIS
//* ('H' HOURLY, 'M' SALARIED) AND MINIMUM YEARS OF SERVICE, WITH
//* VACATION AND SICK HOURS EARNED PER PERIOD, THE BALANCE CAP (ZERO
//* = NO CAP) AND THE YEAR-END CARRYOVER LIMIT.  THE CARD WITH THE
//* MOST YEARS NOT OVER THE EMPLOYEE'S SERVICE FROM HIRE DATE APPLIES.
//GO.LPOLDD   DD DSNAME=HERC01.LEAVE.POLICY,DISP=SHR
//* PAY-PERIOD CONTROL RECORD (ALLOCATE ONCE, RECFM=FB LRECL=80):
//* PERIOD NUMBER, START/END/PAY DATES AND STATUS.  OPERATIONS SETS
//* THE NEXT PERIOD AND STATUS 'O' BEFORE EACH PAYROLL; THE RUN
//* REFUSES A PERIOD ALREADY MARKED 'P' AND MARKS IT 'P' ITSELF AT
//* COMPLETION, SO THE SAME PERIOD CANNOT POST TWICE BY ACCIDENT.
//* COLUMN 31 IS SET BY THE PAYMENT EXTRACT (HERC08P) ONCE THE PERIOD
//* IS ON THE PERMANENT PAY HISTORY; THE RUN CLEARS IT WHEN IT MARKS
//* THE NEW PERIOD 'P'.
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=OLD
//* PAY-PERIOD CALENDAR: WHEN THE PERIOD IS MARKED 'P' THE CONTROL
//* RECORD IS APPENDED HERE WITH THE DATE THE PAYROLL RAN, GIVING THE
//* RETRO PAY JOB THE LIST OF PERIODS ALREADY PAID.  ALLOCATE ONCE
//* (RECFM=FB LRECL=80), SEEDED WITH THE PERIODS ALREADY PAID THIS
//* YEAR; NEVER SCRATCH OR REALLOCATE IT.
//GO.CALDD    DD DSNAME=HERC01.SALARIES.PAYCAL,DISP=MOD
//* RUN-STATUS RECORD (ALLOCATE ONCE, RECFM=FB LRECL=80, ONE RECORD
//* OF 80 ZEROS): ONE SLOT PER STEP OF THE PAY CYCLE - PAYROLL,
//* BALANCE PROOF (HERC04R), VARIANCE REPORT (HERC06V), SUPERVISOR
//* SIGN-OFF (HERC23V), PAYMENT EXTRACT (HERC08P) AND PAYMENT FILE
//* PROOF (HERC11P) - EACH HOLDING THE PERIOD IT LAST RAN FOR, ITS
//* RESULT AND THE RUN DATE.  EVERY STEP AFTER THIS ONE REFUSES TO
//* RUN UNTIL THE STEP BEFORE IT HAS COMPLETED FOR THE SAME PERIOD;
//* THIS RUN RECORDS THE PAYROLL COMPLETE WHEN IT MARKS THE PERIOD
//* 'P'.  THE STATUS JOB (HERC24G) PRINTS THE RECORD.
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=OLD
//* CKPTDD IS THE CHECKPOINT DATASET FOR THIS RUN.  ON A NORMAL
//* (NON-RESTART) RUN IT IS CREATED FRESH; TO RESTART A RUN THAT
//* ABENDED, RESUBMIT WITH THREE CHANGES: (1) THE CKPT DD IN THE
//GO.SYSIN    DD *
N
/*
//* THE GL EXTRACT ABOVE IS REBUILT EVERY PERIOD.  APPEND THIS PERIOD'S
//* POSTINGS TO THE QUARTER GL FILE SO THE QUARTERLY CLOSE (HERC17Q)
//* CAN TIE THE QUARTER-TO-DATE BUCKETS ON THE YTD MASTER BACK TO THE
//* SUM OF THE QUARTER'S EXTRACTS.  ALLOCATE HERC01.SALARIES.GLQTR
//* ONCE (RECFM=FB LRECL=34, SAME AS THE GL EXTRACT); THE QUARTERLY
//* CLOSE EMPTIES IT.  THE STEP RUNS ONLY WHEN THE PAYROLL STEP ENDS
//* CLEAN, AND THE GUARD STEP KEEPS A RESUBMIT OF A PAID PERIOD FROM
//* APPENDING THE SAME POSTINGS TWICE.
//GLQTR    EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DSNAME=HERC01.SALARIES.GLEXTR,DISP=SHR
//SYSUT2   DD DSNAME=HERC01.SALARIES.GLQTR,DISP=MOD
//* PRINT ONE PAY STATEMENT PAGE PER EMPLOYEE FROM THE SORTED PAY FILE
//* AND THE YTD MASTER JUST UPDATED BY THE SALARIES STEP ABOVE, SO THE
//* STATEMENTS CAN BE BURST AND HANDED OUT WITHOUT TRANSCRIBING OFF
 1545      SELECT TAX-TABLE-FILE ASSIGN TO DA-S-TAXDD.
 1550      SELECT TIME-FILE ASSIGN TO DA-S-TIMEDD.
 1555      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1560      SELECT LEAVE-MASTER ASSIGN TO DA-S-LVDD
 1565          ORGANIZATION IS INDEXED
 1570          ACCESS MODE IS DYNAMIC
 1575          RECORD KEY IS LV-EMPLOYEE-ID
 1580          FILE STATUS IS LEAVE-FILE-STATUS.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 3555      05 YTD-EMPLOYEE-ID PIC 9(10).
 3556      05 YTD-GROSS-WAGES PIC 9(9)V99.
 3557      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 3557A     05 YTD-QTD-QUARTER PIC 9(5).
 3557B     05 YTD-QTD-WAGES PIC 9(9)V99.
 3557C     05 YTD-QTD-TAX PIC 9(9)V99.
 3557D     05 FILLER PIC X(05).
 3558
 3559  FD  TAX-TABLE-FILE
 3560      BLOCK CONTAINS 0 RECORDS
 3572      05 TS-EMPLOYEE-ID PIC 9(10).
 3573      05 TS-REG-HOURS PIC 9(3)V99.
 3574      05 TS-OT-HOURS PIC 9(3)V99.
 3574A     05 TS-VAC-HOURS PIC 9(3)V99.
 3574B     05 TS-SICK-HOURS PIC 9(3)V99.
 3575      05 TS-MATCH-AREA PIC X(50).
 3576
 3577  FD  PERIOD-CONTROL
 3578      BLOCK CONTAINS 0 RECORDS
 3592      05 PC-STATUS PIC X(01).
 3593      05 FILLER PIC X(51).
 3594
 3594A FD  LEAVE-MASTER
 3594B     LABEL RECORDS ARE STANDARD
 3594C     DATA RECORD IS LEAVE-MASTER-REC.
 3594D
 3594E 01  LEAVE-MASTER-REC.
 3594F     05 LV-EMPLOYEE-ID PIC 9(10).
 3594G     05 LV-LEAVE-YEAR PIC 9(4).
 3594H     05 LV-LAST-PAY-DATE PIC 9(8).
 3594I     05 LV-VAC-BALANCE PIC 9(5)V99.
 3594J     05 LV-SICK-BALANCE PIC 9(5)V99.
 3594K     05 LV-VAC-ACCRUED PIC 9(3)V99.
 3594L     05 LV-VAC-TAKEN PIC 9(3)V99.
 3594M     05 LV-SICK-ACCRUED PIC 9(3)V99.
 3594N     05 LV-SICK-TAKEN PIC 9(3)V99.
 3594P     05 LV-VAC-TAKEN-YTD PIC 9(5)V99.
 3594Q     05 LV-SICK-TAKEN-YTD PIC 9(5)V99.
 3594R     05 FILLER PIC X(10).
 3594S
 3600  WORKING-STORAGE SECTION.
 3606  77  ONLY-TAX                    PIC 9(9)V99 VALUE ZERO.
 3610  77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
 3620  88  END-OF-FILE                         VALUE 'Y'.
 3670  77  YTD-FILE-STATUS             PIC X(2)    VALUE ZERO.
 3670A 77  LEAVE-FILE-STATUS           PIC X(2)    VALUE ZERO.
 3681  77  TAX-TABLE-EOF-SWITCH        PIC X(1)    VALUE 'N'.
 3682  88  TAX-TABLE-EOF                        VALUE 'Y'.
 3683  77  TAX-TABLE-COUNT             PIC 9(4)    COMP VALUE ZERO.
 3690
 3691  77  TIME-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3692  88  TIME-EOF                             VALUE 'Y'.
 3693  77  TIME-MATCH-KEY              PIC X(39)   VALUE LOW-VALUES.
 3694  77  OVERTIME-PREMIUM            PIC 9V9     VALUE 1.5.
 3695  77  HOURLY-GROSS                PIC 9(6)V99 VALUE ZERO.
 3696  77  OVERTIME-PAY                PIC 9(6)V99 VALUE ZERO.
 3696A 77  LEAVE-HOURS                 PIC 9(3)V99 VALUE ZERO.
 3696B 77  LEAVE-PAY                   PIC 9(6)V99 VALUE ZERO.
 3697  77  TIME-CARD-SWITCH            PIC X(1)    VALUE 'N'.
 3697A 88  TIME-CARD-FOUND                      VALUE 'Y'.
 3697B 88  TIME-CARD-DUPLICATE                  VALUE 'D'.
 3697C 01  TIME-CARD-AREA.
 3697D     05  TIME-REG-HOURS      PIC 9(3)V99.
 3697E     05  TIME-OT-HOURS       PIC 9(3)V99.
 3697F     05  TIME-VAC-HOURS      PIC 9(3)V99.
 3697G     05  TIME-SICK-HOURS     PIC 9(3)V99.
 3697H 01  PAY-MATCH-KEY.
 3697I     05  PMK-DEPT-CODE       PIC X(06).
 3697J     05  PMK-NAME            PIC X(23).
 3697K     05  PMK-EMPLOYEE-ID     PIC X(10).
 3698
 3700  77  STATEMENT-COUNT             PIC 9(7)    VALUE ZERO.
 3705  77  STUB-RUN-DATE               PIC 9(6)    VALUE ZERO.
 3706  77  STUB-PERIOD-NUMBER          PIC 9(4)    VALUE ZERO.
 3707  77  STUB-PERIOD-END             PIC 9(6)    VALUE ZERO.
 3707A 77  STUB-PAY-DATE               PIC 9(8)    VALUE ZERO.
 3710
 3715  01  STMT-TITLE-LINE.
 3720      05 FILLER PIC X(30) VALUE SPACES.
 3930      05 STMT-YTD-TAX PIC $$$,$$$,$$9.99.
 3935      05 FILLER PIC X(96) VALUE SPACES.
 3940
 3940A 01  STMT-LEAVE-HEAD-LINE.
 3940B     05 FILLER PIC X(22) VALUE 'LEAVE HOURS'.
 3940C     05 FILLER PIC X(32) VALUE
 3940D         '   ACCRUED     TAKEN   REMAINING'.
 3940E     05 FILLER PIC X(78) VALUE SPACES.
 3940F
 3940G 01  STMT-LEAVE-LINE.
 3940H     05 STMT-LEAVE-TYPE PIC X(22).
 3940I     05 FILLER PIC X(03) VALUE SPACES.
 3940J     05 STMT-LEAVE-ACCRUED PIC ZZZ9.99.
 3940K     05 FILLER PIC X(03) VALUE SPACES.
 3940L     05 STMT-LEAVE-TAKEN PIC ZZZ9.99.
 3940M     05 FILLER PIC X(03) VALUE SPACES.
 3940N     05 STMT-LEAVE-REMAINING PIC ZZ,ZZ9.99.
 3940P     05 FILLER PIC X(78) VALUE SPACES.
 3940Q
 3945  01  STMT-FOOT-LINE.
 3950      05 FILLER PIC X(40) VALUE
 3955          'RETAIN THIS STATEMENT FOR YOUR RECORDS'.
 5100      OPEN INPUT SALARIES.
 5200      OPEN OUTPUT STATEMENT-FILE.
 5207      OPEN INPUT EMPLOYEE-YTD-MASTER.
 5207A     OPEN INPUT LEAVE-MASTER.
 5209      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5210      PERFORM 020-LOAD-TAX-TABLE THRU 020-EXIT.
 5215      PERFORM 060-OPEN-TIME-FILE THRU 060-EXIT.
 5220
 5300      READ SALARIES
 5400          AT END MOVE 'Y' TO END-OF-FILE-SWITCH.
 5635      MOVE STATEMENT-COUNT TO STMT-COUNT-OUT.
 5640      WRITE STATEMENT-PRINT-REC FROM STMT-COUNT-LINE
 5645          AFTER ADVANCING PAGE.
 5660      CLOSE SALARIES, STATEMENT-FILE, EMPLOYEE-YTD-MASTER,
 5665            LEAVE-MASTER, TIME-FILE.
 5670
 6000      STOP RUN.
 6010
 6100  100-PRINT-STATEMENT.
 6105      PERFORM 105-MATCH-TIMECARD THRU 105-EXIT.
 6110      IF EMPLOYEE-ID-X = SPACES OR EMPLOYEE-ID = ZERO
 6115          OR SALARY NOT > ZERO OR EMPLOYEE-NOT-ACTIVE
 6116          OR TIME-CARD-DUPLICATE
 6120          GO TO 190-READ-NEXT.
 6121      IF EMPLOYEE-HOURLY
 6122          PERFORM 115-PRICE-HOURLY-PAY THRU 115-EXIT
 6155          SET TAX-IX TO TAX-TABLE-COUNT.
 6160      MULTIPLY SALARY BY TAX-RATE(TAX-IX) GIVING ONLY-TAX.
 6165      PERFORM 130-GET-YTD-MASTER THRU 130-EXIT.
 6166      PERFORM 135-GET-LEAVE-BALANCE THRU 135-EXIT.
 6170      PERFORM 140-WRITE-STATEMENT THRU 140-EXIT.
 6175      ADD 1 TO STATEMENT-COUNT.
 6180
 6770          AFTER ADVANCING 2 LINES.
 6771      WRITE STATEMENT-PRINT-REC FROM STMT-YTD-TAX-LINE
 6772          AFTER ADVANCING 1 LINES.
 6772A     WRITE STATEMENT-PRINT-REC FROM STMT-LEAVE-HEAD-LINE
 6772B         AFTER ADVANCING 2 LINES.
 6772C     MOVE 'VACATION'      TO STMT-LEAVE-TYPE.
 6772D     MOVE LV-VAC-ACCRUED  TO STMT-LEAVE-ACCRUED.
 6772E     MOVE LV-VAC-TAKEN    TO STMT-LEAVE-TAKEN.
 6772F     MOVE LV-VAC-BALANCE  TO STMT-LEAVE-REMAINING.
 6772G     WRITE STATEMENT-PRINT-REC FROM STMT-LEAVE-LINE
 6772H         AFTER ADVANCING 1 LINES.
 6772I     MOVE 'SICK LEAVE'    TO STMT-LEAVE-TYPE.
 6772J     MOVE LV-SICK-ACCRUED TO STMT-LEAVE-ACCRUED.
 6772K     MOVE LV-SICK-TAKEN   TO STMT-LEAVE-TAKEN.
 6772L     MOVE LV-SICK-BALANCE TO STMT-LEAVE-REMAINING.
 6772M     WRITE STATEMENT-PRINT-REC FROM STMT-LEAVE-LINE
 6772N         AFTER ADVANCING 1 LINES.
 6773      WRITE STATEMENT-PRINT-REC FROM STMT-FOOT-LINE
 6774          AFTER ADVANCING 3 LINES.
 6775
 6778K     MOVE PC-PAY-YYMMDD TO STUB-RUN-DATE.
 6778L     MOVE PC-END-YYMMDD TO STUB-PERIOD-END.
 6778M     MOVE PC-PERIOD-NUMBER TO STUB-PERIOD-NUMBER.
 6778N     MOVE PC-PAY-DATE TO STUB-PAY-DATE.
 6778P     CLOSE PERIOD-CONTROL.
 6778Q
 6778R 010-EXIT.
 6778S     EXIT.
 6778T
 6779  020-LOAD-TAX-TABLE.
 6780      OPEN INPUT TAX-TABLE-FILE.
 6781      PERFORM 025-LOAD-ONE-BRACKET THRU 025-EXIT
 6807  025-EXIT.
 6808      EXIT.
 6809
 6810  060-OPEN-TIME-FILE.
 6811      OPEN INPUT TIME-FILE.
 6812      PERFORM 108-READ-TIMECARD THRU 108-EXIT.
 6815
 6816  060-EXIT.
 6817      EXIT.
 6818
 6819  105-MATCH-TIMECARD.
 6820      MOVE DEPT-CODE     TO PMK-DEPT-CODE.
 6821      MOVE NAME          TO PMK-NAME.
 6822      MOVE EMPLOYEE-ID-X TO PMK-EMPLOYEE-ID.
 6823      PERFORM 108-READ-TIMECARD THRU 108-EXIT
 6824          UNTIL TIME-MATCH-KEY NOT < PAY-MATCH-KEY.
 6825      MOVE 'N' TO TIME-CARD-SWITCH.
 6826      INITIALIZE TIME-CARD-AREA.
 6827      IF TIME-MATCH-KEY NOT = PAY-MATCH-KEY
 6828          GO TO 105-EXIT.
 6829      SET TIME-CARD-FOUND TO TRUE.
 6829A     MOVE TS-REG-HOURS  TO TIME-REG-HOURS.
 6829B     MOVE TS-OT-HOURS   TO TIME-OT-HOURS.
 6829C     MOVE TS-VAC-HOURS  TO TIME-VAC-HOURS.
 6829D     MOVE TS-SICK-HOURS TO TIME-SICK-HOURS.
 6830      PERFORM 108-READ-TIMECARD THRU 108-EXIT.
 6831      IF TIME-MATCH-KEY = PAY-MATCH-KEY
 6832          SET TIME-CARD-DUPLICATE TO TRUE
 6833          PERFORM 108-READ-TIMECARD THRU 108-EXIT
 6833A             UNTIL TIME-MATCH-KEY NOT = PAY-MATCH-KEY.
 6834
 6835  105-EXIT.
 6836      EXIT.
 6836A
 6836B 108-READ-TIMECARD.
 6836C     IF TIME-EOF
 6836D         GO TO 108-EXIT.
 6836E     READ TIME-FILE
 6836F         AT END
 6836G             SET TIME-EOF TO TRUE
 6836H             MOVE HIGH-VALUES TO TIME-MATCH-KEY
 6836I         NOT AT END
 6836J             MOVE TS-MATCH-AREA TO TIME-MATCH-KEY.
 6836K
 6836L 108-EXIT.
 6836M     EXIT.
 6837
 6840  115-PRICE-HOURLY-PAY.
 6841      MOVE ZERO TO HOURLY-GROSS.
 6842      IF NOT TIME-CARD-FOUND
 6847          GO TO 115-EXIT.
 6848      MULTIPLY SALARY BY TIME-REG-HOURS
 6849          GIVING HOURLY-GROSS ROUNDED.
 6850      MULTIPLY SALARY BY TIME-OT-HOURS
 6851          GIVING OVERTIME-PAY ROUNDED.
 6852      MULTIPLY OVERTIME-PAY BY OVERTIME-PREMIUM
 6853          GIVING OVERTIME-PAY ROUNDED.
 6854      ADD OVERTIME-PAY TO HOURLY-GROSS.
 6854A     ADD TIME-VAC-HOURS TIME-SICK-HOURS
 6854B         GIVING LEAVE-HOURS.
 6854C     MULTIPLY SALARY BY LEAVE-HOURS
 6854D         GIVING LEAVE-PAY ROUNDED.
 6854E     ADD LEAVE-PAY TO HOURLY-GROSS.
 6855      MOVE HOURLY-GROSS TO SALARY.
 6856
 6857  115-EXIT.
 6858      EXIT.
 6859
 6870  135-GET-LEAVE-BALANCE.
 6875      MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID.
 6880      READ LEAVE-MASTER
 6885          INVALID KEY
 6890              MOVE ZERO TO LV-LAST-PAY-DATE
 6895              MOVE ZERO TO LV-VAC-BALANCE
 6900              MOVE ZERO TO LV-SICK-BALANCE
 6905      END-READ.
 6910      IF LV-LAST-PAY-DATE NOT = STUB-PAY-DATE
 6915          MOVE ZERO TO LV-VAC-ACCRUED
 6920          MOVE ZERO TO LV-VAC-TAKEN
 6925          MOVE ZERO TO LV-SICK-ACCRUED
 6930          MOVE ZERO TO LV-SICK-TAKEN.
 6935
 6940  135-EXIT.
 6945      EXIT.
 6950
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.INDD     DD DSNAME=HERC01.SALARIES.SORTED,DISP=(OLD,DELETE)
//GO.YTDDD    DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=SHR
//GO.TAXDD    DD DSNAME=HERC01.TAX.TABLE,DISP=SHR
//* THE MATCHED TIMECARDS STAY CATALOGED FOR THE BALANCE PROOF
//* (HERC04R), WHICH PRICES HOURLY PAY FROM THE SAME CARDS; THE NEXT
//* PAYROLL'S SCRATCH STEP DELETES THEM.
//GO.TIMEDD   DD DSNAME=HERC01.SALARIES.TIMEMTCH,DISP=SHR
//GO.LVDD     DD DSNAME=HERC01.EMPLOYEE.LEAVEMST,DISP=SHR
//* THE STATEMENTS CARRY THE PERIOD NUMBER AND OFFICIAL PAY DATE FROM
//* THE PAY-PERIOD CONTROL RECORD, NOT THE WALL CLOCK, SO A RERUN
//* PRINTS THE SAME DATES AS THE ORIGINAL RUN.
