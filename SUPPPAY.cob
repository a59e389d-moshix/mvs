//HERC14S  JOB (COBOL),
//             'SUPPLEMENTAL PAYROLL',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* OFF-CYCLE SUPPLEMENTAL PAYROLL FOR BONUSES, FINAL PAY ON A
//* TERMINATION, CORRECTIONS AND CHECKS CUT BETWEEN PAYDAYS.  THE RUN
//* IS DRIVEN BY ITS OWN CONTROL RECORD (HERC01.SALARIES.SUPPCTL) AND
//* ITS OWN DECK OF ONE-OFF PAYMENT CARDS (HERC01.SALARIES.SUPPIN) AND
//* NEVER OPENS THE REGULAR PAY-PERIOD CONTROL RECORD, SO IT CAN BE
//* SUBMITTED BETWEEN PAYDAYS WITHOUT DISTURBING THE PERIOD CYCLE.
//* EACH EMPLOYEE'S CARDS ARE TOTALLED, TAXED FROM HERC01.TAX.TABLE,
//* OPTIONALLY REDUCED BY THE STANDING DEDUCTIONS, AND POSTED TO THE
//* YTD MASTER AND A POSTING JOURNAL THE SAME WAY THE REGULAR PAYROLL
//* POSTS.  THE RUN WRITES ITS OWN PAY REGISTER, GL EXTRACT AND POSTING
//* JOURNAL (SUPPREG/SUPPGL/SUPPJRNL) SO THE BALANCE PROOF, PAYMENT
//* EXTRACT AND PAYMENT FILE PROOF CAN BE RUN AGAINST IT - SEE THE
//* SUPPLEMENTAL RUN NOTES IN THOSE JOBS FOR THE DD CHANGES.
//*
//* EVERY CARD IS EDITED BEFORE ANYTHING IS POSTED.  IF ANY CARD IS
//* REJECTED THE EDIT LISTING PRINTS, NOTHING IS POSTED AND THE JOB
//* ENDS WITH RETURN CODE 8: CORRECT THE DECK AND RESUBMIT.
//*
//* GUARD STEP: SAME PROGRAM AS THE REGULAR PAYROLL GUARD, POINTED AT
//* THE SUPPLEMENTAL CONTROL RECORD, SO A RESUBMIT OF A RUN ALREADY
//* MARKED PAID BYPASSES THE SCRATCH STEP AND LEAVES ITS OUTPUTS ALONE.
//GUARD    EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAY PERIOD GUARD PROGRAM
  160 ***   ENDS WITH RETURN CODE 8 WHEN THE PAY PERIOD ON THE
  165 ***   CONTROL RECORD IS ALREADY MARKED PAID, SO THE REST OF
  168 ***   THE PAYROLL JOB IS BYPASSED BEFORE ANYTHING IS SCRATCHED
  170 ***   SEPTEMBER 02, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. PAYGUARD.
  210  DATE-WRITTEN. SEPTEMBER 02, 2026.
  220  DATE-COMPILED. SEPTEMBER 02, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  PERIOD-CONTROL
 2800      BLOCK CONTAINS 0 RECORDS
 3000      DATA RECORD IS PERIOD-CONTROL-REC.
 3010
 3100  01  PERIOD-CONTROL-REC.
 3110      05 PC-PERIOD-NUMBER PIC 9(4).
 3120      05 PC-START-DATE PIC 9(8).
 3130      05 PC-END-DATE PIC 9(8).
 3140      05 PC-PAY-DATE PIC 9(8).
 3150      05 PC-STATUS PIC X(01).
 3160      88 PERIOD-PAID                        VALUE 'P'.
 3170      05 FILLER PIC X(51).
 3180
 5000  PROCEDURE DIVISION.
 5010  000-MAINLINE.
 5020      OPEN INPUT PERIOD-CONTROL.
 5030      READ PERIOD-CONTROL
 5040          AT END
 5050              DISPLAY 'PAY PERIOD CONTROL EMPTY - JOB STOPPED'
 5060                  UPON CONSOLE
 5070              MOVE 8 TO RETURN-CODE
 5080              GO TO 000-TERMINATE
 5090      END-READ.
 5100      IF PERIOD-PAID
 5110          DISPLAY 'PAY PERIOD ' PC-PERIOD-NUMBER
 5120              ' ALREADY MARKED PAID - JOB STOPPED' UPON CONSOLE
 5130          MOVE 8 TO RETURN-CODE.
 5140
 5150  000-TERMINATE.
 5160      CLOSE PERIOD-CONTROL.
 5170      STOP RUN.
 5180
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//GO.SYSUDUMP DD SYSOUT=*
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.SUPPCTL,DISP=SHR
//* SCRATCH THE PRIOR SUPPLEMENTAL RUN'S GL EXTRACT, POSTING JOURNAL,
//* PAY REGISTER AND PAYMENT CARD COPY SO THIS RUN'S ALLOCATIONS
//* BELOW DO NOT FAIL.
//SCRATCH  EXEC PGM=IEFBR14,COND=(8,LE)
//SUPPGL   DD DSNAME=HERC01.SALARIES.SUPPGL,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA
//SUPPJRNL DD DSNAME=HERC01.SALARIES.SUPPJRNL,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA
//SUPPREG  DD DSNAME=HERC01.SALARIES.SUPPREG,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//SUPPCARD DD DSNAME=HERC01.SALARIES.SUPPCARD,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//* COPY THE PAYMENT CARDS TO THE RUN'S OWN CARD FILE.  THE RUN IS
//* PAID FROM THE COPY AND THE BALANCE PROOF (HERC04R) READS THE COPY,
//* SO THE DECK CAN BE EMPTIED AT THE END OF THE JOB.
//COPYCRD  EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DSNAME=HERC01.SALARIES.SUPPIN,DISP=OLD
//SYSUT2   DD DSNAME=HERC01.SALARIES.SUPPCARD,
//             DISP=(,CATLG,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//* THE PAYMENT CARDS, THE PAY MASTER AND THE DEDUCTION MASTER ARE ALL
//* PRESORTED BY EMPLOYEE-ID SO EACH EMPLOYEE'S CARDS ARE TOTALLED
//* TOGETHER AND MATCHED FORWARD-ONLY AGAINST THE MASTERS.  THE PAY
//* MASTER IS FIRST SORTED BY DEPT-CODE AND STAMPED WITH THE COST
//* CENTER OF ITS DEPARTMENT FROM THE SORTED DEPT MASTER (KEYS STEP)
//* SO THE RUN NEEDS NO DEPARTMENT TABLE, HOWEVER MANY DEPARTMENTS
//* THERE ARE.  A DEPT-CODE NOT ON THE DEPT MASTER IS COSTED TO A
//* CENTER OF THE SAME CODE, AS THE PAYROLL (HERC01S) DOES.
//SORTCRD  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.SUPPCARD,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.SUPP.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SORTEMP  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.SUPP.EMP.DEPT,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(42,6,CH,A,1,10,CH,A)
/*
//SORTDEPT EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEPT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.DEPT.SUPP.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,6,CH,A)
/*
//KEYS     EXEC COBUCG,COND=(8,LE),
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   DEPARTMENT COST CENTER KEY PROGRAM
  160 ***   STAMPS EACH PAY MASTER RECORD WITH THE COST CENTER OF
  165 ***   ITS DEPARTMENT, MATCHING THE DEPT-CODE SORTED PAY MASTER
  168 ***   FORWARD AGAINST THE DEPT-CODE SORTED DEPT MASTER
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. DEPTKEYS.
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
 1430      SELECT DEPT-FILE ASSIGN TO DA-S-DEPTDD.
 1440      SELECT EMPL-OUT ASSIGN TO DA-S-EMPOUT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  EMPL-FILE
 2800      BLOCK CONTAINS 0 RECORDS
 3000      DATA RECORD IS EMPL-REC.
 3010
 3100  01  EMPL-REC.
 3110      05 FILLER PIC X(41).
 3150      05 DEPT-CODE PIC X(06).
 3160      05 FILLER PIC X(33).
 3170
 3200  FD  DEPT-FILE
 3210      BLOCK CONTAINS 0 RECORDS
 3220      DATA RECORD IS DEPT-REC.
 3230
 3240  01  DEPT-REC.
 3250      05 DM-DEPT-CODE PIC X(06).
 3260      05 DM-DEPT-NAME PIC X(24).
 3270      05 DM-COST-CENTER PIC X(06).
 3280      05 FILLER PIC X(44).
 3290
 3400  FD  EMPL-OUT
 3410      BLOCK CONTAINS 0 RECORDS
 3420      DATA RECORD IS EMPL-OUT-REC.
 3430
 3440  01  EMPL-OUT-REC.
 3450      05 FILLER PIC X(65).
 3460      05 EO-COST-CENTER PIC X(06).
 3470      05 FILLER PIC X(09).
 3495
 3600  WORKING-STORAGE SECTION.
 3610  77  EMPL-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3620  88  EMPL-EOF                             VALUE 'Y'.
 3630  77  DEPT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3640  88  DEPT-EOF                             VALUE 'Y'.
 3670  77  DEPT-KEY                    PIC X(6)    VALUE LOW-VALUES.
 3710  77  EMPL-COUNT                  PIC 9(7)    VALUE ZERO.
 3720  77  NO-DEPT-COUNT               PIC 9(7)    VALUE ZERO.
 3760
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5020      OPEN INPUT EMPL-FILE, DEPT-FILE.
 5030      OPEN OUTPUT EMPL-OUT.
 5040      PERFORM 210-READ-DEPT THRU 210-EXIT.
 5050      IF DEPT-EOF
 5060          DISPLAY 'DEPT MASTER EMPTY - RUN TERMINATED' UPON CONSOLE
 5070          MOVE 8 TO RETURN-CODE
 5080          STOP RUN.
 5090      PERFORM 110-READ-EMPLOYEE THRU 110-EXIT.
 5100      PERFORM 100-STAMP-EMPLOYEE THRU 100-EXIT
 5110          UNTIL EMPL-EOF.
 5130
 5140  000-TERMINATE.
 5150      DISPLAY 'PAY MASTER RECORDS STAMPED ' EMPL-COUNT
 5160          UPON CONSOLE.
 5170      DISPLAY 'NOT ON DEPT MASTER         ' NO-DEPT-COUNT
 5180          UPON CONSOLE.
 5250      CLOSE EMPL-FILE, DEPT-FILE, EMPL-OUT.
 5260      STOP RUN.
 5270
 6000  100-STAMP-EMPLOYEE.
 6010      PERFORM 210-READ-DEPT THRU 210-EXIT
 6020          UNTIL DEPT-KEY NOT < DEPT-CODE.
 6030      MOVE EMPL-REC TO EMPL-OUT-REC.
 6040      IF DEPT-KEY = DEPT-CODE
 6050          MOVE DM-COST-CENTER TO EO-COST-CENTER
 6060      ELSE
 6070          MOVE DEPT-CODE TO EO-COST-CENTER
 6080          ADD 1 TO NO-DEPT-COUNT.
 6090      WRITE EMPL-OUT-REC.
 6150      PERFORM 110-READ-EMPLOYEE THRU 110-EXIT.
 6160
 6170  100-EXIT.
 6180      EXIT.
 6190
 6200  110-READ-EMPLOYEE.
 6210      READ EMPL-FILE
 6220          AT END
 6230              SET EMPL-EOF TO TRUE
 6250          NOT AT END
 6260              ADD 1 TO EMPL-COUNT.
 6280
 6290  110-EXIT.
 6300      EXIT.
 6310
 7000  210-READ-DEPT.
 7010      READ DEPT-FILE
 7020          AT END
 7030              SET DEPT-EOF TO TRUE
 7040              MOVE HIGH-VALUES TO DEPT-KEY
 7050          NOT AT END
 7060              MOVE DM-DEPT-CODE TO DEPT-KEY.
 7070
 7080  210-EXIT.
 7090      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.EMPDD    DD DSNAME=HERC01.SALARIES.SUPP.EMP.DEPT,DISP=(OLD,DELETE)
//GO.DEPTDD   DD DSNAME=HERC01.DEPT.SUPP.SORTED,DISP=(OLD,DELETE)
//GO.EMPOUT   DD DSNAME=HERC01.SALARIES.SUPP.EMP.KEYED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SORTEKEY EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.SUPP.EMP.KEYED,DISP=(OLD,DELETE)
//SORTOUT  DD DSNAME=HERC01.SALARIES.SUPP.EMP.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SORTDED  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.DEDUCT.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.SUPP.DED.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,12,CH,A)
/*
//SUPP     EXEC COBUCG,COND=(8,LE),
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   OFF-CYCLE SUPPLEMENTAL PAYROLL PROGRAM
  160 ***   PAYS ONE-OFF PAYMENT CARDS BETWEEN PAYDAYS AND POSTS
  165 ***   THEM TO THE YTD MASTER, JOURNAL, REGISTER AND GL EXTRACT
  167 ***   AND ACCRUES THE EMPLOYER COST ON THE WAGES PAID
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. SUPPPAY.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT CARD-FILE ASSIGN TO DA-S-CARDDD.
 1425      SELECT EMPL-FILE ASSIGN TO DA-S-EMPDD.
 1430      SELECT REPORT-FILE ASSIGN TO UR-S-SYSPRINT.
 1435      SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DA-S-YTDDD
 1440          ORGANIZATION IS INDEXED
 1445          ACCESS MODE IS DYNAMIC
 1450          RECORD KEY IS YTD-EMPLOYEE-ID
 1455          FILE STATUS IS YTD-FILE-STATUS.
 1460      SELECT TAX-TABLE-FILE ASSIGN TO DA-S-TAXDD.
 1465      SELECT GL-EXTRACT ASSIGN TO DA-S-GLDD.
 1470      SELECT YTD-JOURNAL ASSIGN TO DA-S-JRNDD.
 1480      SELECT DEDUCT-FILE ASSIGN TO DA-S-DEDDD.
 1485      SELECT PAY-REGISTER ASSIGN TO DA-S-REGDD.
 1490      SELECT SUPP-CONTROL ASSIGN TO DA-S-CTLDD.
 1495      SELECT RUN-STATUS ASSIGN TO DA-S-STATDD.
 1496      SELECT EMPLOYER-COST-FILE ASSIGN TO DA-S-COSTDD.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  CARD-FILE
 2800      BLOCK CONTAINS 0 RECORDS
 3000      DATA RECORD IS PAYMENT-CARD-REC.
 3004
 3008  01  PAYMENT-CARD-REC.
 3012      05 SP-EMPLOYEE-ID PIC 9(10).
 3016      05 SP-EMPLOYEE-ID-X REDEFINES SP-EMPLOYEE-ID PIC X(10).
 3020      05 SP-EARN-TYPE PIC X(02).
 3024      88 SP-BONUS                           VALUE 'BN'.
 3028      88 SP-FINAL-PAY                       VALUE 'FP'.
 3032      88 SP-CORRECTION                      VALUE 'CR'.
 3036      88 SP-RETRO-PAY                       VALUE 'RP'.
 3040      88 SP-MANUAL-CHECK                    VALUE 'MC'.
 3044      88 SP-VALID-EARN-TYPE                 VALUE 'BN', 'FP',
 3048                                                  'CR', 'RP',
 3052                                                  'MC'.
 3056      05 SP-AMOUNT PIC 9(6)V99.
 3060      05 SP-REFERENCE PIC X(20).
 3064      05 FILLER PIC X(40).
 3068
 3072  FD  EMPL-FILE
 3076      BLOCK CONTAINS 0 RECORDS
 3080      DATA RECORD IS SALARIES-REC.
 3084
 3088  01  SALARIES-REC.
 3092      05 EMPLOYEE-ID PIC 9(10).
 3096      05 NAME PIC A(23).
 3100      05 SALARY PIC  9(6)V99.
 3104      05 DEPT-CODE PIC X(06).
 3108      05 EMPL-STATUS PIC X(01).
 3112      88 EMPLOYEE-TERMINATED                VALUE 'T'.
 3116      05 HIRE-DATE PIC 9(8).
 3120      05 TERM-DATE PIC 9(8).
 3124      05 PAY-BASIS PIC X(01).
 3128      05 EMPL-COST-CENTER PIC X(06).
 3128A     05 FILLER PIC X(09).
 3132
 3136  FD  REPORT-FILE
 3140      LABEL RECORDS ARE OMITTED
 3144      DATA RECORD IS REPORT-PRINT-REC.
 3148
 3152  01  REPORT-PRINT-REC PIC X(132).
 3156
 3160  FD  EMPLOYEE-YTD-MASTER
 3164      LABEL RECORDS ARE STANDARD
 3168      DATA RECORD IS YTD-MASTER-REC.
 3172
 3176  01  YTD-MASTER-REC.
 3180      05 YTD-EMPLOYEE-ID PIC 9(10).
 3184      05 YTD-GROSS-WAGES PIC 9(9)V99.
 3188      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 3188A     05 YTD-QTD-QUARTER PIC 9(5).
 3188B     05 YTD-QTD-WAGES PIC 9(9)V99.
 3188C     05 YTD-QTD-TAX PIC 9(9)V99.
 3188D     05 FILLER PIC X(05).
 3192
 3196  FD  TAX-TABLE-FILE
 3200      BLOCK CONTAINS 0 RECORDS
 3204      DATA RECORD IS TAX-TABLE-REC.
 3208
 3212  01  TAX-TABLE-REC.
 3216      05 TT-BRACKET-UPPER PIC 9(6)V99.
 3220      05 TT-RATE PIC V999.
 3224
 3228  FD  GL-EXTRACT
 3232      BLOCK CONTAINS 0 RECORDS
 3236      DATA RECORD IS GL-POSTING-REC.
 3240
 3244  01  GL-POSTING-REC.
 3248      05 GL-RUN-DATE            PIC 9(6).
 3252      05 GL-ACCOUNT-CODE        PIC X(06).
 3256      05 GL-DEBIT-CREDIT        PIC X(01).
 3260      88 GL-DEBIT                              VALUE 'D'.
 3264      88 GL-CREDIT                             VALUE 'C'.
 3268      05 GL-POSTING-AMOUNT      PIC 9(9)V99.
 3272      05 GL-COST-CENTER         PIC X(06).
 3276      05 FILLER                 PIC X(04).
 3280
 3284  FD  YTD-JOURNAL
 3288      BLOCK CONTAINS 0 RECORDS
 3292      DATA RECORD IS YTD-JOURNAL-REC.
 3296
 3300  01  YTD-JOURNAL-REC.
 3304      05 JRNL-EMPLOYEE-ID       PIC 9(10).
 3308      05 JRNL-WAGE-POSTED      PIC 9(9)V99.
 3312      05 JRNL-TAX-POSTED       PIC 9(9)V99.
 3316
 3360  FD  DEDUCT-FILE
 3364      BLOCK CONTAINS 0 RECORDS
 3368      DATA RECORD IS DEDUCT-REC.
 3372
 3376  01  DEDUCT-REC.
 3380      05 DED-EMPLOYEE-ID PIC 9(10).
 3384      05 DED-TYPE PIC X(02).
 3388      05 DED-METHOD PIC X(01).
 3392      88 DED-FIXED                          VALUE 'F'.
 3396      88 DED-PERCENTAGE                     VALUE 'P'.
 3400      05 DED-AMOUNT PIC 9(6)V99.
 3404      05 DED-PERCENT PIC V999.
 3408      05 DED-GL-ACCOUNT PIC X(06).
 3412      05 FILLER PIC X(50).
 3416
 3420  FD  PAY-REGISTER
 3424      BLOCK CONTAINS 0 RECORDS
 3428      DATA RECORD IS REG-REC.
 3432
 3436  01  REG-REC.
 3440      05 REG-EMPLOYEE-ID PIC 9(10).
 3444      05 REG-NAME PIC X(23).
 3448      05 REG-SALARY PIC 9(6)V99.
 3452      05 REG-TAX PIC 9(6)V99.
 3456      05 REG-DEDUCTIONS PIC 9(6)V99.
 3460      05 REG-NET-PAY PIC 9(6)V99.
 3464      05 REG-DEPT-CODE PIC X(06).
 3468      05 REG-PAY-METHOD PIC X(01).
 3472      88 REG-PAY-BY-CHECK                   VALUE 'C'.
 3474      05 REG-RUN-TYPE PIC X(01).
 3476      05 FILLER PIC X(07).
 3480
 3484  FD  SUPP-CONTROL
 3488      BLOCK CONTAINS 0 RECORDS
 3492      DATA RECORD IS SUPP-CONTROL-REC.
 3496
 3500  01  SUPP-CONTROL-REC.
 3504      05 SC-RUN-NUMBER PIC 9(4).
 3508      05 SC-START-DATE PIC 9(8).
 3512      05 SC-END-DATE PIC 9(8).
 3516      05 SC-PAY-DATE PIC 9(8).
 3520      05 SC-PAY-DATE-R REDEFINES SC-PAY-DATE.
 3524         10 FILLER PIC 9(2).
 3528         10 SC-PAY-YYMMDD PIC 9(6).
 3532      05 SC-STATUS PIC X(01).
 3536      88 SUPP-RUN-OPEN                      VALUE 'O'.
 3540      88 SUPP-RUN-PAID                      VALUE 'P'.
 3544      05 SC-DEDUCT-OPTION PIC X(01).
 3548      88 DEDUCTIONS-WANTED                  VALUE 'Y'.
 3552      88 DEDUCT-OPTION-VALID                VALUE 'Y', 'N', ' '.
 3554      05 SC-HISTORY-STATUS PIC X(01).
 3556      05 FILLER PIC X(49).
 3560
 3561  FD  RUN-STATUS
 3561A     BLOCK CONTAINS 0 RECORDS
 3561B     DATA RECORD IS RUN-STATUS-REC.
 3561C
 3561D 01  RUN-STATUS-REC.
 3561E     05 RS-PAYROLL-PERIOD PIC 9(4).
 3561F     05 RS-PAYROLL-RESULT PIC X(01).
 3561G     88 PAYROLL-COMPLETE                   VALUE 'C'.
 3561H     05 RS-PAYROLL-DATE PIC 9(8).
 3561I     05 RS-RECONCIL-PERIOD PIC 9(4).
 3561J     05 RS-RECONCIL-RESULT PIC X(01).
 3561K     88 RECONCIL-CLEAN                     VALUE 'C'.
 3561L     05 RS-RECONCIL-DATE PIC 9(8).
 3561M     05 RS-VARIANCE-PERIOD PIC 9(4).
 3561N     05 RS-VARIANCE-RESULT PIC X(01).
 3561P     88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3561Q     88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3561R     05 RS-VARIANCE-DATE PIC 9(8).
 3561S     05 RS-SIGNOFF-PERIOD PIC 9(4).
 3561T     05 RS-SIGNOFF-BY PIC X(06).
 3561U     05 RS-EXTRACT-PERIOD PIC 9(4).
 3561V     05 RS-EXTRACT-RESULT PIC X(01).
 3561W     88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3561X     05 RS-EXTRACT-DATE PIC 9(8).
 3561Y     05 RS-PROOF-PERIOD PIC 9(4).
 3562      05 RS-PROOF-RESULT PIC X(01).
 3562A     88 PROOF-CLEAN                        VALUE 'C'.
 3562B     05 RS-PROOF-DATE PIC 9(8).
 3562C     05 FILLER PIC X(05).
 3562D
 3562E FD  EMPLOYER-COST-FILE
 3562F     BLOCK CONTAINS 0 RECORDS
 3562G     DATA RECORD IS EMPLOYER-COST-REC.
 3562H
 3562I 01  EMPLOYER-COST-REC.
 3562J     05 EC-COST-CODE PIC X(04).
 3562K     05 EC-DESCRIPTION PIC X(20).
 3562L     05 EC-RATE PIC V9999.
 3562M     05 EC-WAGE-BASE PIC 9(7)V99.
 3562N     05 EC-EXPENSE-ACCOUNT PIC X(06).
 3562P     05 EC-LIABILITY-ACCOUNT PIC X(06).
 3562Q     05 FILLER PIC X(31).
 3562R
 3700  WORKING-STORAGE SECTION.
 3705  77  CARD-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3710  88  CARD-EOF                             VALUE 'Y'.
 3715  77  EMPL-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3720  88  EMPL-EOF                             VALUE 'Y'.
 3725  77  DEDUCT-EOF-SWITCH           PIC X(1)    VALUE 'N'.
 3730  88  DEDUCT-EOF                           VALUE 'Y'.
 3735  77  CARD-KEY                    PIC 9(10)   VALUE ZERO.
 3740  77  EMPL-KEY                    PIC 9(10)   VALUE ZERO.
 3745  77  DEDUCT-KEY                  PIC 9(10)   VALUE ZERO.
 3750  77  FIND-EMPLOYEE-ID            PIC 9(10)   VALUE ZERO.
 3755  77  EMPL-CHECK-SWITCH           PIC X(1)    VALUE 'N'.
 3760  88  EMPLOYEE-ON-FILE                     VALUE 'Y'.
 3765  77  EDIT-SWITCH                 PIC X(1)    VALUE 'Y'.
 3770  88  VALID-CARD                           VALUE 'Y'.
 3775  88  INVALID-CARD                         VALUE 'N'.
 3780  77  REJECT-REASON               PIC X(24)   VALUE SPACES.
 3785  77  EDIT-GROUP-ID               PIC X(10)   VALUE SPACES.
 3790  77  EDIT-GROUP-TOTAL            PIC 9(7)V99 VALUE ZERO.
 3795  77  MAX-EMPLOYEE-PAYMENT        PIC 9(6)V99 VALUE 999999.99.
 3800  77  CARD-COUNT                  PIC 9(7)    VALUE ZERO.
 3805  77  CARD-REJECT-COUNT           PIC 9(7)    VALUE ZERO.
 3810  77  CARD-AMOUNT-TOTAL           PIC 9(9)V99 VALUE ZERO.
 3815  77  EMPLOYEES-PAID              PIC 9(7)    VALUE ZERO.
 3820  77  CHECK-PAY-COUNT             PIC 9(7)    VALUE ZERO.
 3825  77  GROUP-EMPLOYEE-ID           PIC 9(10)   VALUE ZERO.
 3830  77  SUPP-GROSS                  PIC 9(6)V99 VALUE ZERO.
 3835  77  PAY-BY-CHECK-SWITCH         PIC X(1)    VALUE 'N'.
 3840  88  PAY-BY-CHECK                         VALUE 'Y'.
 3845  77  ONLY-TAX                    PIC 9(9)V99 VALUE ZERO.
 3850  77  YTD-FILE-STATUS             PIC X(2)    VALUE ZERO.
 3855  77  CURRENT-YTD-WAGES           PIC 9(9)V99 VALUE ZERO.
 3860  77  TAX-TABLE-EOF-SWITCH        PIC X(1)    VALUE 'N'.
 3865  88  TAX-TABLE-EOF                        VALUE 'Y'.
 3870  77  TAX-TABLE-COUNT             PIC 9(4)    COMP VALUE ZERO.
 3875  01  TAX-TABLE-AREA.
 3880      05  TAX-TABLE-ENTRY OCCURS 20 TIMES
 3885              INDEXED BY TAX-IX.
 3890          10  TAX-BRACKET-UPPER   PIC 9(6)V99.
 3895          10  TAX-RATE            PIC V999.
 3900
 3905  77  RUN-TOTAL-SALARY            PIC 9(9)V99 VALUE ZERO.
 3910  77  RUN-TOTAL-TAX               PIC 9(9)V99 VALUE ZERO.
 3915  77  RUN-TOTAL-DEDUCTIONS        PIC 9(9)V99 VALUE ZERO.
 3920  77  RUN-TOTAL-NET               PIC 9(9)V99 VALUE ZERO.
 3925  77  GL-WAGE-ACCOUNT             PIC X(06)   VALUE '500100'.
 3930  77  GL-TAX-ACCOUNT              PIC X(06)   VALUE '210300'.
 3935  77  GL-NET-PAY-ACCOUNT          PIC X(06)   VALUE '201100'.
 3990  77  DEDUCT-ACCT-COUNT           PIC 9(4)    COMP VALUE ZERO.
 3995  77  EMPLOYEE-DEDUCTIONS         PIC 9(7)V99 VALUE ZERO.
 4000  77  NET-PAY                     PIC 9(7)V99 VALUE ZERO.
 4005  77  THIS-DEDUCTION              PIC 9(7)V99 VALUE ZERO.
 4010  77  AVAILABLE-PAY               PIC 9(7)V99 VALUE ZERO.
 4015  01  DEDUCT-ACCT-AREA.
 4020      05  DEDUCT-ACCT-ENTRY OCCURS 20 TIMES
 4025              INDEXED BY DACCT-IX.
 4030          10  DEDUCT-ACCT-CODE    PIC X(06).
 4035          10  DEDUCT-ACCT-TOTAL   PIC 9(9)V99.
 4040  77  COST-CENTER-CURRENT         PIC X(06)   VALUE SPACES.
 4045  77  CC-TABLE-COUNT              PIC 9(4)    COMP VALUE ZERO.
 4050  01  CC-TOTAL-AREA.
 4055      05  CC-TOTAL-ENTRY OCCURS 50 TIMES
 4060              INDEXED BY CC-IX.
 4065          10  CC-CODE             PIC X(06).
 4070          10  CC-WAGE-TOTAL       PIC 9(9)V99.
 4075          10  CC-TAX-TOTAL        PIC 9(9)V99.
 4080          10  CC-NET-TOTAL        PIC 9(9)V99.
 4080A         10  CC-COST-AMOUNT      PIC 9(9)V99
 4080B                                 OCCURS 10 TIMES.
 4081  77  PAY-QUARTER                 PIC 9(5)    VALUE ZERO.
 4082  77  PAY-QUARTER-YEAR-MONTH      PIC 9(6)    VALUE ZERO.
 4083  77  PAY-QUARTER-YEAR            PIC 9(4)    VALUE ZERO.
 4084  77  PAY-QUARTER-MONTH           PIC 9(2)    VALUE ZERO.
 4084A 77  PAY-QUARTER-NUMBER          PIC 9(1)    VALUE ZERO.
 4084B 77  COST-TABLE-EOF-SWITCH       PIC X(1)    VALUE 'N'.
 4084C 88  COST-TABLE-EOF                       VALUE 'Y'.
 4084D 77  COST-TABLE-COUNT            PIC 9(4)    COMP VALUE ZERO.
 4084E 77  COST-SUB                    PIC 9(4)    COMP VALUE ZERO.
 4084F 77  PRIOR-YTD-WAGES             PIC 9(9)V99 VALUE ZERO.
 4084G 77  SUBJECT-WAGES               PIC 9(9)V99 VALUE ZERO.
 4084H 77  EMPLOYER-COST               PIC 9(7)V99 VALUE ZERO.
 4084I 77  EMPLOYER-COST-TOTAL         PIC 9(9)V99 VALUE ZERO.
 4084J 01  COST-TABLE-AREA.
 4084K     05  COST-TABLE-ENTRY OCCURS 10 TIMES
 4084L             INDEXED BY COST-IX.
 4084M         10  COST-CODE           PIC X(04).
 4084N         10  COST-DESCRIPTION    PIC X(20).
 4084P         10  COST-RATE           PIC V9999.
 4084Q         10  COST-WAGE-BASE      PIC 9(7)V99.
 4084R         10  COST-EXPENSE-ACCOUNT PIC X(06).
 4084S         10  COST-LIABILITY-ACCOUNT PIC X(06).
 4084T         10  COST-SUBJECT-TOTAL  PIC 9(9)V99.
 4084U         10  COST-AMOUNT-TOTAL   PIC 9(9)V99.
 4085
 4090  01  RPT-TITLE-LINE.
 4095      05 FILLER PIC X(25) VALUE SPACES.
 4100      05 FILLER PIC X(47) VALUE
 4105          'S U P P L E M E N T A L   P A Y R O L L'.
 4110      05 FILLER PIC X(21) VALUE ' -  B I M  C O R P .'.
 4115      05 FILLER PIC X(39) VALUE SPACES.
 4120
 4125  01  RPT-RUN-LINE.
 4130      05 FILLER PIC X(21) VALUE 'SUPPLEMENTAL RUN NO: '.
 4135      05 RRL-RUN-NUMBER PIC ZZZ9.
 4140      05 FILLER PIC X(12) VALUE '  PAY DATE: '.
 4145      05 RRL-PAY-DATE PIC 99/99/99.
 4150      05 FILLER PIC X(16) VALUE '  DEDUCTIONS: '.
 4155      05 RRL-DEDUCTIONS PIC X(09).
 4160      05 FILLER PIC X(62) VALUE SPACES.
 4165
 4170  01  EDIT-HEAD-LINE.
 4175      05 FILLER PIC X(12) VALUE 'EMPL.ID'.
 4180      05 FILLER PIC X(06) VALUE 'TYPE'.
 4185      05 FILLER PIC X(14) VALUE '    AMOUNT'.
 4190      05 FILLER PIC X(22) VALUE 'REFERENCE'.
 4195      05 FILLER PIC X(24) VALUE 'CARD STATUS'.
 4200      05 FILLER PIC X(54) VALUE SPACES.
 4205
 4210  01  EDIT-DETAIL-LINE.
 4215      05 EDL-EMPLOYEE-ID PIC X(10).
 4220      05 FILLER PIC X(02) VALUE SPACES.
 4225      05 EDL-EARN-TYPE PIC X(02).
 4230      05 FILLER PIC X(04) VALUE SPACES.
 4235      05 EDL-AMOUNT PIC ZZZ,ZZ9.99.
 4240      05 FILLER PIC X(04) VALUE SPACES.
 4245      05 EDL-REFERENCE PIC X(20).
 4250      05 FILLER PIC X(02) VALUE SPACES.
 4255      05 EDL-STATUS PIC X(24).
 4260      05 FILLER PIC X(54) VALUE SPACES.
 4265
 4270  01  EDIT-COUNT-LINE.
 4275      05 FILLER PIC X(16) VALUE 'CARDS READ:     '.
 4280      05 ECL-CARD-COUNT PIC ZZZ,ZZ9.
 4285      05 FILLER PIC X(10) VALUE SPACES.
 4290      05 FILLER PIC X(16) VALUE 'CARDS REJECTED: '.
 4295      05 ECL-REJECT-COUNT PIC ZZZ,ZZ9.
 4300      05 FILLER PIC X(10) VALUE SPACES.
 4305      05 FILLER PIC X(14) VALUE 'CARD AMOUNTS: '.
 4310      05 ECL-CARD-TOTAL PIC $$$,$$$,$$9.99.
 4315      05 FILLER PIC X(38) VALUE SPACES.
 4320
 4325  01  REG-HEAD-LINE.
 4330      05 FILLER PIC X(12) VALUE 'EMPL.ID'.
 4335      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 4340      05 FILLER PIC X(08) VALUE 'DEPT'.
 4345      05 FILLER PIC X(14) VALUE '   GROSS PAY'.
 4350      05 FILLER PIC X(14) VALUE '    WAGE TAX'.
 4355      05 FILLER PIC X(14) VALUE '  DEDUCTIONS'.
 4360      05 FILLER PIC X(14) VALUE '     NET PAY'.
 4365      05 FILLER PIC X(07) VALUE 'PAID BY'.
 4370      05 FILLER PIC X(24) VALUE SPACES.
 4375
 4380  01  REG-DETAIL-LINE.
 4385      05 RDL-EMPLOYEE-ID PIC 9(10).
 4390      05 FILLER PIC X(02) VALUE SPACES.
 4395      05 RDL-NAME PIC X(23).
 4400      05 FILLER PIC X(02) VALUE SPACES.
 4405      05 RDL-DEPT-CODE PIC X(06).
 4410      05 FILLER PIC X(02) VALUE SPACES.
 4415      05 RDL-GROSS PIC $$$$,$$9.99.
 4420      05 FILLER PIC X(03) VALUE SPACES.
 4425      05 RDL-TAX PIC $$$$,$$9.99.
 4430      05 FILLER PIC X(03) VALUE SPACES.
 4435      05 RDL-DEDUCTIONS PIC $$$$,$$9.99.
 4440      05 FILLER PIC X(03) VALUE SPACES.
 4445      05 RDL-NET PIC $$$$,$$9.99.
 4450      05 FILLER PIC X(03) VALUE SPACES.
 4455      05 RDL-PAID-BY PIC X(07).
 4460      05 FILLER PIC X(24) VALUE SPACES.
 4465
 4470  01  REG-TOTAL-LINE.
 4475      05 FILLER PIC X(18) VALUE 'EMPLOYEES PAID:   '.
 4480      05 RTL-EMPLOYEE-COUNT PIC ZZZ,ZZ9.
 4485      05 FILLER PIC X(20) VALUE SPACES.
 4490      05 RTL-GROSS PIC $$$,$$$,$$9.99.
 4495      05 RTL-TAX PIC $$$,$$$,$$9.99.
 4500      05 RTL-DEDUCTIONS PIC $$$,$$$,$$9.99.
 4505      05 RTL-NET PIC $$$,$$$,$$9.99.
 4510      05 FILLER PIC X(31) VALUE SPACES.
 4515
 4520  01  REG-CHECK-LINE.
 4525      05 FILLER PIC X(18) VALUE 'PAID BY CHECK:    '.
 4530      05 RCL-CHECK-COUNT PIC ZZZ,ZZ9.
 4535      05 FILLER PIC X(107) VALUE SPACES.
 4540
 4540A 01  COST-TITLE-LINE.
 4540B     05 FILLER PIC X(20) VALUE SPACES.
 4540C     05 FILLER PIC X(41) VALUE
 4540D         'E M P L O Y E R   C O S T   S U M M A R Y'.
 4540E     05 FILLER PIC X(71) VALUE SPACES.
 4540F
 4540G 01  COST-HEAD-LINE.
 4540H     05 FILLER PIC X(13) VALUE 'COST CENTER'.
 4540I     05 FILLER PIC X(06) VALUE 'CODE'.
 4540J     05 FILLER PIC X(22) VALUE 'DESCRIPTION'.
 4540K     05 FILLER PIC X(09) VALUE 'EXPENSE'.
 4540L     05 FILLER PIC X(14) VALUE 'LIABILITY'.
 4540M     05 FILLER PIC X(17) VALUE 'SUBJECT WAGES'.
 4540N     05 FILLER PIC X(10) VALUE 'RATE'.
 4540P     05 FILLER PIC X(13) VALUE 'EMPLOYER COST'.
 4540Q     05 FILLER PIC X(28) VALUE SPACES.
 4540R
 4540S 01  COST-DETAIL-LINE.
 4540T     05 CDL-COST-CENTER PIC X(11).
 4540U     05 FILLER PIC X(02) VALUE SPACES.
 4540V     05 CDL-COST-CODE PIC X(04).
 4540W     05 FILLER PIC X(02) VALUE SPACES.
 4540X     05 CDL-DESCRIPTION PIC X(20).
 4540Y     05 FILLER PIC X(02) VALUE SPACES.
 4541      05 CDL-EXPENSE-ACCOUNT PIC X(06).
 4541A     05 FILLER PIC X(03) VALUE SPACES.
 4541B     05 CDL-LIABILITY-ACCOUNT PIC X(06).
 4541C     05 FILLER PIC X(07) VALUE SPACES.
 4541D     05 CDL-SUBJECT PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
 4541E     05 FILLER PIC X(03) VALUE SPACES.
 4541F     05 CDL-RATE PIC .9999 BLANK WHEN ZERO.
 4541G     05 FILLER PIC X(06) VALUE SPACES.
 4541H     05 CDL-AMOUNT PIC $$$,$$$,$$9.99.
 4541I     05 FILLER PIC X(27) VALUE SPACES.
 4541J
 4541K 01  COST-TOTAL-LINE.
 4541L     05 FILLER PIC X(19) VALUE 'TOTAL EMPLOYER COST'.
 4541M     05 FILLER PIC X(72) VALUE SPACES.
 4541N     05 CTL-AMOUNT PIC $$$,$$$,$$9.99.
 4541P     05 FILLER PIC X(27) VALUE SPACES.
 4541Q
 4545  01  RPT-STATUS-LINE.
 4550      05 RSL-MESSAGE PIC X(60).
 4555      05 FILLER      PIC X(72) VALUE SPACES.
 4560
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5015
 5020      PERFORM 010-READ-SUPP-CONTROL THRU 010-EXIT.
 5022      PERFORM 016-OPEN-RUN-STATUS THRU 016-EXIT.
 5025      OPEN OUTPUT REPORT-FILE.
 5030      PERFORM 020-LOAD-TAX-TABLE THRU 020-EXIT.
 5035A     PERFORM 070-LOAD-COST-TABLE THRU 070-EXIT.
 5040
 5045      MOVE SC-RUN-NUMBER TO RRL-RUN-NUMBER.
 5050      MOVE SC-PAY-YYMMDD TO RRL-PAY-DATE.
 5055      IF DEDUCTIONS-WANTED
 5060          MOVE 'TAKEN' TO RRL-DEDUCTIONS
 5065      ELSE
 5070          MOVE 'NOT TAKEN' TO RRL-DEDUCTIONS.
 5075      WRITE REPORT-PRINT-REC FROM RPT-TITLE-LINE
 5080          AFTER ADVANCING PAGE.
 5085      WRITE REPORT-PRINT-REC FROM RPT-RUN-LINE
 5090          AFTER ADVANCING 2 LINES.
 5095
 5100      PERFORM 050-EDIT-PAYMENT-CARDS THRU 050-EXIT.
 5105      IF CARD-COUNT = ZERO
 5110          MOVE '*** NO PAYMENT CARDS - NOTHING POSTED ***'
 5115              TO RSL-MESSAGE
 5120          GO TO 900-HOLD-RUN.
 5125      IF CARD-REJECT-COUNT > ZERO
 5130          MOVE '*** CARDS REJECTED - NOTHING POSTED, CORRECT DECK'
 5135              TO RSL-MESSAGE
 5140          GO TO 900-HOLD-RUN.
 5145
 5150      OPEN INPUT CARD-FILE, EMPL-FILE, DEDUCT-FILE.
 5155      OPEN I-O EMPLOYEE-YTD-MASTER.
 5160      OPEN OUTPUT GL-EXTRACT, YTD-JOURNAL, PAY-REGISTER.
 5165      MOVE SC-PAY-YYMMDD TO GL-RUN-DATE.
 5167      PERFORM 012-SET-PAY-QUARTER THRU 012-EXIT.
 5170      MOVE 'N' TO CARD-EOF-SWITCH.
 5175      MOVE 'N' TO EMPL-EOF-SWITCH.
 5180      MOVE ZERO TO EMPL-KEY.
 5180A     MOVE 'N' TO DEDUCT-EOF-SWITCH.
 5185
 5190      WRITE REPORT-PRINT-REC FROM REG-HEAD-LINE
 5195          AFTER ADVANCING PAGE.
 5200
 5205      PERFORM 110-GET-CARD THRU 110-EXIT.
 5210      PERFORM 115-GET-DEDUCT THRU 115-EXIT.
 5215
 5220      PERFORM 100-PAY-ONE-EMPLOYEE THRU 199-EXIT
 5225          UNTIL CARD-EOF.
 5230
 5235  000-TERMINATE.
 5240      PERFORM 150-WRITE-GL-EXTRACT THRU 150-EXIT.
 5245      MOVE EMPLOYEES-PAID TO RTL-EMPLOYEE-COUNT.
 5250      MOVE RUN-TOTAL-SALARY TO RTL-GROSS.
 5255      MOVE RUN-TOTAL-TAX TO RTL-TAX.
 5260      MOVE RUN-TOTAL-DEDUCTIONS TO RTL-DEDUCTIONS.
 5265      MOVE RUN-TOTAL-NET TO RTL-NET.
 5270      WRITE REPORT-PRINT-REC FROM REG-TOTAL-LINE
 5275          AFTER ADVANCING 3 LINES.
 5280      MOVE CHECK-PAY-COUNT TO RCL-CHECK-COUNT.
 5285      WRITE REPORT-PRINT-REC FROM REG-CHECK-LINE
 5290          AFTER ADVANCING 1 LINES.
 5290A     PERFORM 195-PRINT-EMPLOYER-COST THRU 195-EXIT.
 5295
 5298      MOVE SPACE TO SC-HISTORY-STATUS.
 5300      MOVE 'P' TO SC-STATUS.
 5305      REWRITE SUPP-CONTROL-REC.
 5307      PERFORM 017-RECORD-RUN-STATUS THRU 017-EXIT.
 5310      CLOSE CARD-FILE, EMPL-FILE, DEDUCT-FILE, REPORT-FILE,
 5315            EMPLOYEE-YTD-MASTER, GL-EXTRACT, YTD-JOURNAL,
 5320            PAY-REGISTER, SUPP-CONTROL.
 5325
 5330      STOP RUN.
 5335
 5340  100-PAY-ONE-EMPLOYEE.
 5345      MOVE CARD-KEY TO GROUP-EMPLOYEE-ID.
 5350      MOVE ZERO TO SUPP-GROSS.
 5355      MOVE 'N' TO PAY-BY-CHECK-SWITCH.
 5360      PERFORM 105-ADD-ONE-CARD THRU 105-EXIT
 5365          UNTIL CARD-KEY NOT = GROUP-EMPLOYEE-ID.
 5370      MOVE GROUP-EMPLOYEE-ID TO FIND-EMPLOYEE-ID.
 5375      PERFORM 060-FIND-EMPLOYEE THRU 060-EXIT.
 5380
 5385      PERFORM 120-FIND-BRACKET THRU 120-EXIT
 5390          VARYING TAX-IX FROM 1 BY 1
 5395          UNTIL TAX-IX > TAX-TABLE-COUNT
 5400          OR SUPP-GROSS NOT > TAX-BRACKET-UPPER(TAX-IX).
 5405      IF TAX-IX > TAX-TABLE-COUNT
 5410          SET TAX-IX TO TAX-TABLE-COUNT.
 5415      MULTIPLY SUPP-GROSS BY TAX-RATE(TAX-IX) GIVING ONLY-TAX.
 5420      ADD SUPP-GROSS TO RUN-TOTAL-SALARY.
 5425      ADD ONLY-TAX TO RUN-TOTAL-TAX.
 5430      PERFORM 170-APPLY-DEDUCTIONS THRU 170-EXIT.
 5435      ADD NET-PAY TO RUN-TOTAL-NET.
 5440      PERFORM 130-UPDATE-YTD-MASTER THRU 130-EXIT.
 5445      PERFORM 160-SET-COST-CENTER THRU 160-EXIT.
 5450      PERFORM 185-POST-COST-CENTER THRU 185-EXIT.
 5450A     PERFORM 192-ACCRUE-EMPLOYER-COST THRU 192-EXIT.
 5455      PERFORM 145-WRITE-PAY-REGISTER THRU 145-EXIT.
 5460      PERFORM 190-PRINT-REGISTER-LINE THRU 190-EXIT.
 5465      ADD 1 TO EMPLOYEES-PAID.
 5470
 5475  199-EXIT.
 5480      EXIT.
 5485
 5490  105-ADD-ONE-CARD.
 5495      ADD SP-AMOUNT TO SUPP-GROSS.
 5500      IF SP-MANUAL-CHECK
 5505          SET PAY-BY-CHECK TO TRUE.
 5510      PERFORM 110-GET-CARD THRU 110-EXIT.
 5515
 5520  105-EXIT.
 5525      EXIT.
 5530
 5535  110-GET-CARD.
 5540      IF NOT CARD-EOF
 5545          READ CARD-FILE
 5550              AT END
 5555                  SET CARD-EOF TO TRUE
 5560                  MOVE 9999999999 TO CARD-KEY
 5565              NOT AT END
 5570                  IF SP-EMPLOYEE-ID NUMERIC
 5575                      MOVE SP-EMPLOYEE-ID TO CARD-KEY
 5580                  ELSE
 5585                      MOVE ZERO TO CARD-KEY
 5590                  END-IF
 5595          END-READ.
 5600
 5605  110-EXIT.
 5610      EXIT.
 5615
 5620  115-GET-DEDUCT.
 5625      IF NOT DEDUCT-EOF
 5630          READ DEDUCT-FILE
 5635              AT END
 5640                  SET DEDUCT-EOF TO TRUE
 5645                  MOVE 9999999999 TO DEDUCT-KEY
 5650              NOT AT END
 5655                  MOVE DED-EMPLOYEE-ID TO DEDUCT-KEY.
 5660
 5665  115-EXIT.
 5670      EXIT.
 5675
 5680  120-FIND-BRACKET.
 5685      CONTINUE.
 5690
 5695  120-EXIT.
 5700      EXIT.
 5705
 5710  130-UPDATE-YTD-MASTER.
 5715      MOVE GROUP-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
 5720      READ EMPLOYEE-YTD-MASTER
 5725          INVALID KEY
 5730              MOVE SUPP-GROSS TO YTD-GROSS-WAGES
 5735              MOVE ONLY-TAX   TO YTD-TAX-WITHHELD
 5736              MOVE PAY-QUARTER TO YTD-QTD-QUARTER
 5737              MOVE SUPP-GROSS  TO YTD-QTD-WAGES
 5738              MOVE ONLY-TAX    TO YTD-QTD-TAX
 5740              WRITE YTD-MASTER-REC
 5745              IF YTD-FILE-STATUS NOT = '00'
 5750                  DISPLAY 'YTD MASTER WRITE ERROR - STATUS '
 5755                      YTD-FILE-STATUS UPON CONSOLE
 5760              END-IF
 5765          NOT INVALID KEY
 5770              ADD SUPP-GROSS TO YTD-GROSS-WAGES
 5775              ADD ONLY-TAX   TO YTD-TAX-WITHHELD
 5776              IF YTD-QTD-QUARTER NOT NUMERIC
 5777                  OR YTD-QTD-QUARTER NOT = PAY-QUARTER
 5777A                 MOVE PAY-QUARTER TO YTD-QTD-QUARTER
 5777B                 MOVE ZERO TO YTD-QTD-WAGES
 5777C                 MOVE ZERO TO YTD-QTD-TAX
 5778              END-IF
 5778A             ADD SUPP-GROSS TO YTD-QTD-WAGES
 5779              ADD ONLY-TAX   TO YTD-QTD-TAX
 5780              REWRITE YTD-MASTER-REC
 5785              IF YTD-FILE-STATUS NOT = '00'
 5790                  DISPLAY 'YTD MASTER REWRITE ERROR - STATUS '
 5795                      YTD-FILE-STATUS UPON CONSOLE
 5800              END-IF
 5805      END-READ.
 5810      MOVE YTD-GROSS-WAGES TO CURRENT-YTD-WAGES.
 5815      IF YTD-FILE-STATUS = '00'
 5820          MOVE GROUP-EMPLOYEE-ID TO JRNL-EMPLOYEE-ID
 5825          MOVE SUPP-GROSS        TO JRNL-WAGE-POSTED
 5830          MOVE ONLY-TAX          TO JRNL-TAX-POSTED
 5835          WRITE YTD-JOURNAL-REC
 5840      END-IF.
 5845
 5850  130-EXIT.
 5855      EXIT.
 5860
 5865  145-WRITE-PAY-REGISTER.
 5870      MOVE SPACES TO REG-REC.
 5875      MOVE GROUP-EMPLOYEE-ID TO REG-EMPLOYEE-ID.
 5880      MOVE NAME TO REG-NAME.
 5885      MOVE SUPP-GROSS TO REG-SALARY.
 5890      MOVE ONLY-TAX TO REG-TAX.
 5895      MOVE EMPLOYEE-DEDUCTIONS TO REG-DEDUCTIONS.
 5900      MOVE NET-PAY TO REG-NET-PAY.
 5905      MOVE DEPT-CODE TO REG-DEPT-CODE.
 5907      MOVE 'S' TO REG-RUN-TYPE.
 5910      IF PAY-BY-CHECK
 5915          MOVE 'C' TO REG-PAY-METHOD.
 5920      WRITE REG-REC.
 5925
 5930  145-EXIT.
 5935      EXIT.
 5940
 5945  150-WRITE-GL-EXTRACT.
 5950      PERFORM 152-WRITE-CC-POSTINGS THRU 152-EXIT
 5955          VARYING CC-IX FROM 1 BY 1
 5960          UNTIL CC-IX > CC-TABLE-COUNT.
 5965      PERFORM 155-WRITE-DEDUCT-POSTING THRU 155-EXIT
 5970          VARYING DACCT-IX FROM 1 BY 1
 5975          UNTIL DACCT-IX > DEDUCT-ACCT-COUNT.
 5975A     PERFORM 153-WRITE-COST-POSTINGS THRU 153-EXIT
 5975B         VARYING CC-IX FROM 1 BY 1
 5975C         UNTIL CC-IX > CC-TABLE-COUNT
 5975D         AFTER COST-IX FROM 1 BY 1
 5975E         UNTIL COST-IX > COST-TABLE-COUNT.
 5980
 5985  150-EXIT.
 5990      EXIT.
 5995
 6000  152-WRITE-CC-POSTINGS.
 6005      MOVE CC-CODE(CC-IX)       TO GL-COST-CENTER.
 6010      MOVE GL-WAGE-ACCOUNT      TO GL-ACCOUNT-CODE.
 6015      MOVE CC-WAGE-TOTAL(CC-IX) TO GL-POSTING-AMOUNT.
 6020      SET GL-DEBIT TO TRUE.
 6025      WRITE GL-POSTING-REC.
 6030      MOVE GL-TAX-ACCOUNT       TO GL-ACCOUNT-CODE.
 6035      MOVE CC-TAX-TOTAL(CC-IX)  TO GL-POSTING-AMOUNT.
 6040      SET GL-CREDIT TO TRUE.
 6045      WRITE GL-POSTING-REC.
 6050      MOVE GL-NET-PAY-ACCOUNT   TO GL-ACCOUNT-CODE.
 6055      MOVE CC-NET-TOTAL(CC-IX)  TO GL-POSTING-AMOUNT.
 6060      SET GL-CREDIT TO TRUE.
 6065      WRITE GL-POSTING-REC.
 6070
 6075  152-EXIT.
 6080      EXIT.
 6085
 6090  155-WRITE-DEDUCT-POSTING.
 6095      MOVE SPACES TO GL-COST-CENTER.
 6095A     IF DEDUCT-ACCT-TOTAL(DACCT-IX) = ZERO
 6095B         GO TO 155-EXIT.
 6100      MOVE DEDUCT-ACCT-CODE(DACCT-IX)  TO GL-ACCOUNT-CODE.
 6105      MOVE DEDUCT-ACCT-TOTAL(DACCT-IX) TO GL-POSTING-AMOUNT.
 6110      SET GL-CREDIT TO TRUE.
 6115      WRITE GL-POSTING-REC.
 6120
 6125  155-EXIT.
 6130      EXIT.
 6130A
 6130B 153-WRITE-COST-POSTINGS.
 6130C     SET COST-SUB TO COST-IX.
 6130D     IF CC-COST-AMOUNT(CC-IX, COST-SUB) = ZERO
 6130E         GO TO 153-EXIT.
 6130F     MOVE CC-CODE(CC-IX)       TO GL-COST-CENTER.
 6130G     MOVE COST-EXPENSE-ACCOUNT(COST-IX) TO GL-ACCOUNT-CODE.
 6130H     MOVE CC-COST-AMOUNT(CC-IX, COST-SUB) TO GL-POSTING-AMOUNT.
 6130I     SET GL-DEBIT TO TRUE.
 6130J     WRITE GL-POSTING-REC.
 6130K     MOVE COST-LIABILITY-ACCOUNT(COST-IX) TO GL-ACCOUNT-CODE.
 6130L     SET GL-CREDIT TO TRUE.
 6130M     WRITE GL-POSTING-REC.
 6130N
 6130P 153-EXIT.
 6130Q     EXIT.
 6135
 6140  160-SET-COST-CENTER.
 6145      MOVE EMPL-COST-CENTER TO COST-CENTER-CURRENT.
 6190
 6195  160-EXIT.
 6200      EXIT.
 6235
 6240  170-APPLY-DEDUCTIONS.
 6245      MOVE ZERO TO EMPLOYEE-DEDUCTIONS.
 6250      SUBTRACT ONLY-TAX FROM SUPP-GROSS GIVING AVAILABLE-PAY.
 6255      IF DEDUCTIONS-WANTED
 6260          PERFORM 172-SKIP-DEDUCTION THRU 172-EXIT
 6265              UNTIL DEDUCT-KEY NOT < GROUP-EMPLOYEE-ID
 6270          PERFORM 174-APPLY-ONE-DEDUCTION THRU 174-EXIT
 6275              UNTIL DEDUCT-KEY NOT = GROUP-EMPLOYEE-ID.
 6280      SUBTRACT EMPLOYEE-DEDUCTIONS FROM AVAILABLE-PAY
 6285          GIVING NET-PAY.
 6290      ADD EMPLOYEE-DEDUCTIONS TO RUN-TOTAL-DEDUCTIONS.
 6295
 6300  170-EXIT.
 6305      EXIT.
 6310
 6315  172-SKIP-DEDUCTION.
 6320      PERFORM 115-GET-DEDUCT THRU 115-EXIT.
 6325
 6330  172-EXIT.
 6335      EXIT.
 6340
 6345  174-APPLY-ONE-DEDUCTION.
 6350      IF NOT DED-FIXED AND NOT DED-PERCENTAGE
 6355          DISPLAY 'DEDUCTION ENTRY SKIPPED - BAD METHOD - '
 6360              DED-EMPLOYEE-ID UPON CONSOLE
 6365          GO TO 174-READ-NEXT.
 6370      IF DED-FIXED
 6375          MOVE DED-AMOUNT TO THIS-DEDUCTION
 6380      ELSE
 6385          MULTIPLY SUPP-GROSS BY DED-PERCENT
 6390              GIVING THIS-DEDUCTION.
 6395      IF EMPLOYEE-DEDUCTIONS + THIS-DEDUCTION > AVAILABLE-PAY
 6400          DISPLAY 'DEDUCTION SKIPPED - EXCEEDS PAY - EMPLOYEE '
 6405              GROUP-EMPLOYEE-ID UPON CONSOLE
 6410          GO TO 174-READ-NEXT.
 6415      ADD THIS-DEDUCTION TO EMPLOYEE-DEDUCTIONS.
 6420      PERFORM 175-POST-DEDUCT-ACCOUNT THRU 175-EXIT.
 6425
 6430  174-READ-NEXT.
 6435      PERFORM 115-GET-DEDUCT THRU 115-EXIT.
 6440
 6445  174-EXIT.
 6450      EXIT.
 6455
 6460  175-POST-DEDUCT-ACCOUNT.
 6460A     PERFORM 176-RESERVE-DEDUCT-ACCOUNT THRU 176-EXIT.
 6460B     ADD THIS-DEDUCTION TO DEDUCT-ACCT-TOTAL(DACCT-IX).
 6460C
 6460D 175-EXIT.
 6460E     EXIT.
 6460F
 6460G 176-RESERVE-DEDUCT-ACCOUNT.
 6465      PERFORM 177-SCAN-ACCT-TABLE THRU 177-EXIT
 6470          VARYING DACCT-IX FROM 1 BY 1
 6475          UNTIL DACCT-IX > DEDUCT-ACCT-COUNT
 6480          OR DEDUCT-ACCT-CODE(DACCT-IX) = DED-GL-ACCOUNT.
 6485      IF DACCT-IX > DEDUCT-ACCT-COUNT
 6490          IF DEDUCT-ACCT-COUNT < 20
 6495              ADD 1 TO DEDUCT-ACCT-COUNT
 6500              SET DACCT-IX TO DEDUCT-ACCT-COUNT
 6505              MOVE DED-GL-ACCOUNT TO DEDUCT-ACCT-CODE(DACCT-IX)
 6510              MOVE ZERO TO DEDUCT-ACCT-TOTAL(DACCT-IX)
 6515          ELSE
 6520              PERFORM 178-ACCT-TABLE-FULL THRU 178-EXIT.
 6540
 6545  176-EXIT.
 6550      EXIT.
 6555
 6560  177-SCAN-ACCT-TABLE.
 6565      CONTINUE.
 6570
 6575  177-EXIT.
 6580      EXIT.
 6580A
 6580B 178-ACCT-TABLE-FULL.
 6580C     DISPLAY 'DEDUCTION ACCOUNT TABLE FULL - RUN TERMINATED'
 6580D         UPON CONSOLE.
 6580E     MOVE 8 TO RETURN-CODE.
 6580F     STOP RUN.
 6580G
 6580H 178-EXIT.
 6580I     EXIT.
 6585
 6590  185-POST-COST-CENTER.
 6590A     PERFORM 186-RESERVE-COST-CENTER THRU 186-EXIT.
 6590B     ADD SUPP-GROSS TO CC-WAGE-TOTAL(CC-IX).
 6590C     ADD ONLY-TAX   TO CC-TAX-TOTAL(CC-IX).
 6590D     ADD NET-PAY    TO CC-NET-TOTAL(CC-IX).
 6590E
 6590F 185-EXIT.
 6590G     EXIT.
 6590H
 6590I 186-RESERVE-COST-CENTER.
 6595      PERFORM 187-SCAN-CC-TABLE THRU 187-EXIT
 6600          VARYING CC-IX FROM 1 BY 1
 6605          UNTIL CC-IX > CC-TABLE-COUNT
 6610          OR CC-CODE(CC-IX) = COST-CENTER-CURRENT.
 6615      IF CC-IX > CC-TABLE-COUNT
 6620          IF CC-TABLE-COUNT < 50
 6625              ADD 1 TO CC-TABLE-COUNT
 6630              SET CC-IX TO CC-TABLE-COUNT
 6635              MOVE COST-CENTER-CURRENT TO CC-CODE(CC-IX)
 6640              MOVE ZERO TO CC-WAGE-TOTAL(CC-IX)
 6645              MOVE ZERO TO CC-TAX-TOTAL(CC-IX)
 6650              MOVE ZERO TO CC-NET-TOTAL(CC-IX)
 6655          ELSE
 6660              PERFORM 188-CC-TABLE-FULL THRU 188-EXIT.
 6690
 6695  186-EXIT.
 6700      EXIT.
 6705
 6710  187-SCAN-CC-TABLE.
 6715      CONTINUE.
 6720
 6725  187-EXIT.
 6730      EXIT.
 6730A
 6730B 188-CC-TABLE-FULL.
 6730C     DISPLAY 'COST CENTER TABLE FULL - RUN TERMINATED'
 6730D         UPON CONSOLE.
 6730E     MOVE 8 TO RETURN-CODE.
 6730F     STOP RUN.
 6730G
 6730H 188-EXIT.
 6730I     EXIT.
 6735
 6740  190-PRINT-REGISTER-LINE.
 6745      MOVE GROUP-EMPLOYEE-ID   TO RDL-EMPLOYEE-ID.
 6750      MOVE NAME                TO RDL-NAME.
 6755      MOVE DEPT-CODE           TO RDL-DEPT-CODE.
 6760      MOVE SUPP-GROSS          TO RDL-GROSS.
 6765      MOVE ONLY-TAX            TO RDL-TAX.
 6770      MOVE EMPLOYEE-DEDUCTIONS TO RDL-DEDUCTIONS.
 6775      MOVE NET-PAY             TO RDL-NET.
 6780      IF PAY-BY-CHECK
 6785          MOVE 'CHECK' TO RDL-PAID-BY
 6790          ADD 1 TO CHECK-PAY-COUNT
 6795      ELSE
 6800          MOVE 'DEPOSIT' TO RDL-PAID-BY.
 6805      WRITE REPORT-PRINT-REC FROM REG-DETAIL-LINE
 6810          AFTER ADVANCING 1 LINES.
 6815
 6820  190-EXIT.
 6825      EXIT.
 6825A
 6825B 192-ACCRUE-EMPLOYER-COST.
 6825C     IF CURRENT-YTD-WAGES > SUPP-GROSS
 6825D         SUBTRACT SUPP-GROSS FROM CURRENT-YTD-WAGES
 6825E             GIVING PRIOR-YTD-WAGES
 6825F     ELSE
 6825G         MOVE ZERO TO PRIOR-YTD-WAGES.
 6825H     PERFORM 193-ACCRUE-ONE-COST THRU 193-EXIT
 6825I         VARYING COST-IX FROM 1 BY 1
 6825J         UNTIL COST-IX > COST-TABLE-COUNT.
 6825K
 6825L 192-EXIT.
 6825M     EXIT.
 6825N
 6825P 193-ACCRUE-ONE-COST.
 6825Q     MOVE SUPP-GROSS TO SUBJECT-WAGES.
 6825R     IF COST-WAGE-BASE(COST-IX) > ZERO
 6825S         IF PRIOR-YTD-WAGES NOT < COST-WAGE-BASE(COST-IX)
 6825T             MOVE ZERO TO SUBJECT-WAGES
 6825U         ELSE
 6825V             IF PRIOR-YTD-WAGES + SUPP-GROSS
 6825W                 > COST-WAGE-BASE(COST-IX)
 6825X                 SUBTRACT PRIOR-YTD-WAGES
 6825Y                     FROM COST-WAGE-BASE(COST-IX)
 6826                      GIVING SUBJECT-WAGES.
 6826A     IF SUBJECT-WAGES = ZERO
 6826B         GO TO 193-EXIT.
 6826C     MULTIPLY SUBJECT-WAGES BY COST-RATE(COST-IX)
 6826D         GIVING EMPLOYER-COST ROUNDED.
 6826E     ADD SUBJECT-WAGES TO COST-SUBJECT-TOTAL(COST-IX).
 6826F     ADD EMPLOYER-COST TO COST-AMOUNT-TOTAL(COST-IX).
 6826G     SET COST-SUB TO COST-IX.
 6826H     ADD EMPLOYER-COST TO CC-COST-AMOUNT(CC-IX, COST-SUB).
 6826I
 6826J 193-EXIT.
 6826K     EXIT.
 6826L
 6826M 195-PRINT-EMPLOYER-COST.
 6826N     IF COST-TABLE-COUNT = ZERO
 6826P         GO TO 195-EXIT.
 6826Q     WRITE REPORT-PRINT-REC FROM COST-TITLE-LINE
 6826R         AFTER ADVANCING PAGE.
 6826S     WRITE REPORT-PRINT-REC FROM COST-HEAD-LINE
 6826T         AFTER ADVANCING 2 LINES.
 6826U     MOVE SPACES TO REPORT-PRINT-REC.
 6826V     WRITE REPORT-PRINT-REC
 6826W         AFTER ADVANCING 1 LINES.
 6826X     PERFORM 196-PRINT-CC-COST THRU 196-EXIT
 6826Y         VARYING CC-IX FROM 1 BY 1
 6827          UNTIL CC-IX > CC-TABLE-COUNT
 6827A         AFTER COST-IX FROM 1 BY 1
 6827B         UNTIL COST-IX > COST-TABLE-COUNT.
 6827C     PERFORM 197-PRINT-CODE-TOTAL THRU 197-EXIT
 6827D         VARYING COST-IX FROM 1 BY 1
 6827E         UNTIL COST-IX > COST-TABLE-COUNT.
 6827F     MOVE EMPLOYER-COST-TOTAL TO CTL-AMOUNT.
 6827G     WRITE REPORT-PRINT-REC FROM COST-TOTAL-LINE
 6827H         AFTER ADVANCING 2 LINES.
 6827I
 6827J 195-EXIT.
 6827K     EXIT.
 6827L
 6827M 196-PRINT-CC-COST.
 6827N     SET COST-SUB TO COST-IX.
 6827P     IF CC-COST-AMOUNT(CC-IX, COST-SUB) = ZERO
 6827Q         GO TO 196-EXIT.
 6827R     PERFORM 198-MOVE-COST-ENTRY THRU 198-EXIT.
 6827S     MOVE CC-CODE(CC-IX) TO CDL-COST-CENTER.
 6827T     MOVE ZERO TO CDL-SUBJECT.
 6827U     MOVE ZERO TO CDL-RATE.
 6827V     MOVE CC-COST-AMOUNT(CC-IX, COST-SUB) TO CDL-AMOUNT.
 6827W     WRITE REPORT-PRINT-REC FROM COST-DETAIL-LINE
 6827X         AFTER ADVANCING 1 LINES.
 6827Y
 6828  196-EXIT.
 6828A     EXIT.
 6828B
 6828C 197-PRINT-CODE-TOTAL.
 6828D     PERFORM 198-MOVE-COST-ENTRY THRU 198-EXIT.
 6828E     MOVE 'ALL CENTERS' TO CDL-COST-CENTER.
 6828F     MOVE COST-SUBJECT-TOTAL(COST-IX) TO CDL-SUBJECT.
 6828G     MOVE COST-RATE(COST-IX) TO CDL-RATE.
 6828H     MOVE COST-AMOUNT-TOTAL(COST-IX) TO CDL-AMOUNT.
 6828I     ADD COST-AMOUNT-TOTAL(COST-IX) TO EMPLOYER-COST-TOTAL.
 6828J     WRITE REPORT-PRINT-REC FROM COST-DETAIL-LINE
 6828K         AFTER ADVANCING 1 LINES.
 6828L
 6828M 197-EXIT.
 6828N     EXIT.
 6828P
 6828Q 198-MOVE-COST-ENTRY.
 6828R     MOVE COST-CODE(COST-IX) TO CDL-COST-CODE.
 6828S     MOVE COST-DESCRIPTION(COST-IX) TO CDL-DESCRIPTION.
 6828T     MOVE COST-EXPENSE-ACCOUNT(COST-IX) TO CDL-EXPENSE-ACCOUNT.
 6828U     MOVE COST-LIABILITY-ACCOUNT(COST-IX)
 6828V         TO CDL-LIABILITY-ACCOUNT.
 6828W
 6828X 198-EXIT.
 6828Y     EXIT.
 6830
 6835  010-READ-SUPP-CONTROL.
 6840      OPEN I-O SUPP-CONTROL.
 6845      READ SUPP-CONTROL
 6850          AT END
 6855              DISPLAY 'SUPPLEMENTAL CONTROL EMPTY - RUN TERMINATED'
 6860                  UPON CONSOLE
 6865              MOVE 8 TO RETURN-CODE
 6870              STOP RUN
 6875      END-READ.
 6880      IF SUPP-RUN-PAID
 6885          DISPLAY 'SUPPLEMENTAL RUN ' SC-RUN-NUMBER
 6890              ' ALREADY MARKED PAID - RUN TERMINATED'
 6895              UPON CONSOLE
 6900          MOVE 8 TO RETURN-CODE
 6905          STOP RUN
 6910      END-IF.
 6915      IF NOT DEDUCT-OPTION-VALID
 6920          DISPLAY 'SUPPLEMENTAL DEDUCTION OPTION NOT Y OR N - '
 6925              'RUN TERMINATED' UPON CONSOLE
 6930          MOVE 8 TO RETURN-CODE
 6935          STOP RUN
 6940      END-IF.
 6945
 6950  010-EXIT.
 6955      EXIT.
 6960
 6960A 012-SET-PAY-QUARTER.
 6960B     DIVIDE SC-PAY-DATE BY 100 GIVING PAY-QUARTER-YEAR-MONTH.
 6960C     DIVIDE PAY-QUARTER-YEAR-MONTH BY 100 GIVING PAY-QUARTER-YEAR
 6960D         REMAINDER PAY-QUARTER-MONTH.
 6960E     ADD 2 TO PAY-QUARTER-MONTH.
 6960F     DIVIDE PAY-QUARTER-MONTH BY 3 GIVING PAY-QUARTER-NUMBER.
 6960G     COMPUTE PAY-QUARTER = PAY-QUARTER-YEAR * 10
 6960H         + PAY-QUARTER-NUMBER.
 6960I
 6960J 012-EXIT.
 6960K     EXIT.
 6960L
 6965  020-LOAD-TAX-TABLE.
 6970      OPEN INPUT TAX-TABLE-FILE.
 6975      PERFORM 025-LOAD-ONE-BRACKET THRU 025-EXIT
 6980          UNTIL TAX-TABLE-EOF.
 6985      CLOSE TAX-TABLE-FILE.
 6990      IF TAX-TABLE-COUNT = ZERO
 6995          DISPLAY 'TAX TABLE EMPTY - RUN TERMINATED' UPON CONSOLE
 7000          MOVE 8 TO RETURN-CODE
 7005          STOP RUN
 7010      END-IF.
 7015
 7020  020-EXIT.
 7025      EXIT.
 7030
 7035  025-LOAD-ONE-BRACKET.
 7040      READ TAX-TABLE-FILE
 7045          AT END SET TAX-TABLE-EOF TO TRUE
 7050          NOT AT END
 7055              IF TAX-TABLE-COUNT < 20
 7060                  ADD 1 TO TAX-TABLE-COUNT
 7065                  SET TAX-IX TO TAX-TABLE-COUNT
 7070                  MOVE TT-BRACKET-UPPER
 7075                     TO TAX-BRACKET-UPPER(TAX-IX)
 7080                  MOVE TT-RATE TO TAX-RATE(TAX-IX)
 7085              ELSE
 7090                  DISPLAY 'TAX TABLE FULL - RUN TERMINATED'
 7095                      UPON CONSOLE
 7100                  MOVE 8 TO RETURN-CODE
 7105                  STOP RUN
 7110              END-IF
 7115      END-READ.
 7120
 7125  025-EXIT.
 7130      EXIT.
 7135
 7305B 070-LOAD-COST-TABLE.
 7305C     OPEN INPUT EMPLOYER-COST-FILE.
 7305D     PERFORM 075-LOAD-ONE-COST THRU 075-EXIT
 7305E         UNTIL COST-TABLE-EOF.
 7305F     CLOSE EMPLOYER-COST-FILE.
 7305G     IF COST-TABLE-COUNT = ZERO
 7305H         DISPLAY 'EMPLOYER COST TABLE EMPTY - NO COSTS ACCRUED'
 7305I             UPON CONSOLE.
 7305J     PERFORM 072-ZERO-CC-COST THRU 072-EXIT
 7305K         VARYING CC-IX FROM 1 BY 1 UNTIL CC-IX > 50
 7305L         AFTER COST-SUB FROM 1 BY 1 UNTIL COST-SUB > 10.
 7305M
 7305N 070-EXIT.
 7305P     EXIT.
 7305Q
 7305R 072-ZERO-CC-COST.
 7305S     MOVE ZERO TO CC-COST-AMOUNT(CC-IX, COST-SUB).
 7305T
 7305U 072-EXIT.
 7305V     EXIT.
 7305W
 7305X 075-LOAD-ONE-COST.
 7305Y     READ EMPLOYER-COST-FILE
 7306          AT END SET COST-TABLE-EOF TO TRUE
 7306A         NOT AT END
 7306B             IF COST-TABLE-COUNT < 10
 7306C                 ADD 1 TO COST-TABLE-COUNT
 7306D                 SET COST-IX TO COST-TABLE-COUNT
 7306E                 MOVE EC-COST-CODE TO COST-CODE(COST-IX)
 7306F                 MOVE EC-DESCRIPTION TO COST-DESCRIPTION(COST-IX)
 7306G                 MOVE EC-RATE TO COST-RATE(COST-IX)
 7306H                 MOVE EC-WAGE-BASE TO COST-WAGE-BASE(COST-IX)
 7306I                 MOVE EC-EXPENSE-ACCOUNT
 7306J                    TO COST-EXPENSE-ACCOUNT(COST-IX)
 7306K                 MOVE EC-LIABILITY-ACCOUNT
 7306L                    TO COST-LIABILITY-ACCOUNT(COST-IX)
 7306M                 MOVE ZERO TO COST-SUBJECT-TOTAL(COST-IX)
 7306N                 MOVE ZERO TO COST-AMOUNT-TOTAL(COST-IX)
 7306P             ELSE
 7306Q                 PERFORM 078-COST-TABLE-FULL THRU 078-EXIT
 7306R             END-IF
 7306S     END-READ.
 7306T
 7306U 075-EXIT.
 7306V     EXIT.
 7306W
 7306X 078-COST-TABLE-FULL.
 7306Y     DISPLAY 'EMPLOYER COST TABLE FULL - RUN TERMINATED'
 7307          UPON CONSOLE.
 7307A     MOVE 8 TO RETURN-CODE.
 7307B     STOP RUN.
 7307C
 7307D 078-EXIT.
 7307E     EXIT.
 7310
 7315  050-EDIT-PAYMENT-CARDS.
 7320      OPEN INPUT CARD-FILE, EMPL-FILE, DEDUCT-FILE.
 7325      WRITE REPORT-PRINT-REC FROM EDIT-HEAD-LINE
 7330          AFTER ADVANCING 3 LINES.
 7335      PERFORM 110-GET-CARD THRU 110-EXIT.
 7340      PERFORM 055-EDIT-ONE-CARD THRU 055-EXIT
 7345          UNTIL CARD-EOF.
 7350      CLOSE CARD-FILE, EMPL-FILE, DEDUCT-FILE.
 7355      MOVE CARD-COUNT TO ECL-CARD-COUNT.
 7360      MOVE CARD-REJECT-COUNT TO ECL-REJECT-COUNT.
 7365      MOVE CARD-AMOUNT-TOTAL TO ECL-CARD-TOTAL.
 7370      WRITE REPORT-PRINT-REC FROM EDIT-COUNT-LINE
 7375          AFTER ADVANCING 2 LINES.
 7380
 7385  050-EXIT.
 7390      EXIT.
 7395
 7400  055-EDIT-ONE-CARD.
 7405      ADD 1 TO CARD-COUNT.
 7410      IF SP-EMPLOYEE-ID-X NOT = EDIT-GROUP-ID
 7415          MOVE SP-EMPLOYEE-ID-X TO EDIT-GROUP-ID
 7420          MOVE ZERO TO EDIT-GROUP-TOTAL.
 7425      PERFORM 057-EDIT-CARD-FIELDS THRU 057-EXIT.
 7430      IF VALID-CARD
 7435          MOVE 'ACCEPTED' TO REJECT-REASON
 7440          ADD SP-AMOUNT TO CARD-AMOUNT-TOTAL
 7440A         PERFORM 058-RESERVE-POSTINGS THRU 058-EXIT
 7445      ELSE
 7450          ADD 1 TO CARD-REJECT-COUNT.
 7455      MOVE SP-EMPLOYEE-ID-X TO EDL-EMPLOYEE-ID.
 7460      MOVE SP-EARN-TYPE TO EDL-EARN-TYPE.
 7465      IF SP-AMOUNT NUMERIC
 7470          MOVE SP-AMOUNT TO EDL-AMOUNT
 7475      ELSE
 7480          MOVE ZERO TO EDL-AMOUNT.
 7485      MOVE SP-REFERENCE TO EDL-REFERENCE.
 7490      MOVE REJECT-REASON TO EDL-STATUS.
 7495      WRITE REPORT-PRINT-REC FROM EDIT-DETAIL-LINE
 7500          AFTER ADVANCING 1 LINES.
 7505      PERFORM 110-GET-CARD THRU 110-EXIT.
 7510
 7515  055-EXIT.
 7520      EXIT.
 7525
 7530  057-EDIT-CARD-FIELDS.
 7535      SET VALID-CARD TO TRUE.
 7540      IF SP-EMPLOYEE-ID NOT NUMERIC
 7545          SET INVALID-CARD TO TRUE
 7550          MOVE 'INVALID EMPLOYEE ID' TO REJECT-REASON
 7555          GO TO 057-EXIT.
 7560      IF SP-EMPLOYEE-ID = ZERO
 7565          SET INVALID-CARD TO TRUE
 7570          MOVE 'INVALID EMPLOYEE ID' TO REJECT-REASON
 7575          GO TO 057-EXIT.
 7580      IF NOT SP-VALID-EARN-TYPE
 7585          SET INVALID-CARD TO TRUE
 7590          MOVE 'BAD EARNING TYPE' TO REJECT-REASON
 7595          GO TO 057-EXIT.
 7600      IF SP-AMOUNT NOT NUMERIC
 7605          SET INVALID-CARD TO TRUE
 7610          MOVE 'AMOUNT NOT NUMERIC' TO REJECT-REASON
 7615          GO TO 057-EXIT.
 7620      IF SP-AMOUNT NOT > ZERO
 7625          SET INVALID-CARD TO TRUE
 7630          MOVE 'ZERO AMOUNT' TO REJECT-REASON
 7635          GO TO 057-EXIT.
 7640      MOVE SP-EMPLOYEE-ID TO FIND-EMPLOYEE-ID.
 7645      PERFORM 060-FIND-EMPLOYEE THRU 060-EXIT.
 7650      IF NOT EMPLOYEE-ON-FILE
 7655          SET INVALID-CARD TO TRUE
 7660          MOVE 'EMPLOYEE NOT ON MASTER' TO REJECT-REASON
 7665          GO TO 057-EXIT.
 7670      IF SP-FINAL-PAY AND NOT EMPLOYEE-TERMINATED
 7675          SET INVALID-CARD TO TRUE
 7680          MOVE 'FINAL PAY-NOT TERMINATED' TO REJECT-REASON
 7685          GO TO 057-EXIT.
 7690      ADD SP-AMOUNT TO EDIT-GROUP-TOTAL.
 7695      IF EDIT-GROUP-TOTAL > MAX-EMPLOYEE-PAYMENT
 7700          SET INVALID-CARD TO TRUE
 7705          MOVE 'EMPLOYEE TOTAL TOO LARGE' TO REJECT-REASON.
 7710
 7715  057-EXIT.
 7720      EXIT.
 7720A
 7720B 058-RESERVE-POSTINGS.
 7720C     PERFORM 160-SET-COST-CENTER THRU 160-EXIT.
 7720D     PERFORM 186-RESERVE-COST-CENTER THRU 186-EXIT.
 7720E     IF DEDUCTIONS-WANTED
 7720F         PERFORM 172-SKIP-DEDUCTION THRU 172-EXIT
 7720G             UNTIL DEDUCT-KEY NOT < FIND-EMPLOYEE-ID
 7720H         PERFORM 059-RESERVE-ONE-DEDUCT THRU 059-EXIT
 7720I             UNTIL DEDUCT-KEY NOT = FIND-EMPLOYEE-ID.
 7720J
 7720K 058-EXIT.
 7720L     EXIT.
 7720M
 7720N 059-RESERVE-ONE-DEDUCT.
 7720P     IF DED-FIXED OR DED-PERCENTAGE
 7720Q         PERFORM 176-RESERVE-DEDUCT-ACCOUNT THRU 176-EXIT.
 7720R     PERFORM 115-GET-DEDUCT THRU 115-EXIT.
 7720S
 7720T 059-EXIT.
 7720U     EXIT.
 7725
 7730  060-FIND-EMPLOYEE.
 7735      PERFORM 065-GET-EMPL-RECORD THRU 065-EXIT
 7740          UNTIL EMPL-EOF OR EMPL-KEY NOT < FIND-EMPLOYEE-ID.
 7745      IF NOT EMPL-EOF AND EMPL-KEY = FIND-EMPLOYEE-ID
 7750          MOVE 'Y' TO EMPL-CHECK-SWITCH
 7755      ELSE
 7760          MOVE 'N' TO EMPL-CHECK-SWITCH.
 7765
 7770  060-EXIT.
 7775      EXIT.
 7780
 7785  065-GET-EMPL-RECORD.
 7790      READ EMPL-FILE
 7795          AT END
 7800              SET EMPL-EOF TO TRUE
 7805              MOVE 9999999999 TO EMPL-KEY
 7810          NOT AT END
 7815              MOVE EMPLOYEE-ID TO EMPL-KEY.
 7820
 7825  065-EXIT.
 7830      EXIT.
 7835
 7840  900-HOLD-RUN.
 7845      WRITE REPORT-PRINT-REC FROM RPT-STATUS-LINE
 7850          AFTER ADVANCING 3 LINES.
 7855      DISPLAY 'SUPPLEMENTAL RUN ' SC-RUN-NUMBER
 7860          ' HELD - NOTHING POSTED' UPON CONSOLE.
 7865      CLOSE REPORT-FILE, SUPP-CONTROL, RUN-STATUS.
 7870      MOVE 8 TO RETURN-CODE.
 7875      STOP RUN.
 7880
 7900  016-OPEN-RUN-STATUS.
 7905      OPEN I-O RUN-STATUS.
 7910      READ RUN-STATUS
 7915          AT END
 7920              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 7925                  UPON CONSOLE
 7930              MOVE 8 TO RETURN-CODE
 7935              STOP RUN
 7940      END-READ.
 7945
 7950  016-EXIT.
 7955      EXIT.
 7960
 7965  017-RECORD-RUN-STATUS.
 7970      MOVE SC-RUN-NUMBER TO RS-PAYROLL-PERIOD.
 7972      IF RETURN-CODE < 8
 7975          MOVE 'C' TO RS-PAYROLL-RESULT
 7976      ELSE
 7977          MOVE 'F' TO RS-PAYROLL-RESULT.
 7980      ACCEPT RS-PAYROLL-DATE FROM DATE YYYYMMDD.
 7985      MOVE SC-RUN-NUMBER TO RS-VARIANCE-PERIOD.
 7990      MOVE 'N' TO RS-VARIANCE-RESULT.
 7995      MOVE RS-PAYROLL-DATE TO RS-VARIANCE-DATE.
 8000      REWRITE RUN-STATUS-REC.
 8005      CLOSE RUN-STATUS.
 8010
 8015  017-EXIT.
 8020      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//* ONE-OFF PAYMENT CARDS (RECFM=FB LRECL=80), PRESORTED ABOVE, ONE
//* PER PAYMENT: EMPLOYEE-ID (1-10), EARNING TYPE (11-12), AMOUNT
//* 9(6)V99 (13-20) AND A FREE-FORM REFERENCE (21-40).  EARNING
//* TYPES: BN BONUS, FP FINAL PAY (THE EMPLOYEE MUST ALREADY BE
//* TERMINATED ON THE PAY MASTER), CR CORRECTION, RP RETRO PAY, MC
//* MANUAL CHECK - ANY MC CARD SENDS THE EMPLOYEE'S WHOLE PAYMENT FOR
//* THE RUN TO THE PAY-BY-CHECK LISTING INSTEAD OF THE DEPOSIT FILE.
//* RP CARDS ARE ADDED TO THE END OF HERC01.SALARIES.SUPPIN BY THE
//* RETRO PAY APPROVAL (HERC15R) - DO NOT KEY THEM BY HAND.  THE DECK
//* IS EMPTIED BY THE LAST STEP OF THIS JOB ONCE THE RUN IS POSTED.
//GO.CARDDD   DD DSNAME=HERC01.SALARIES.SUPP.SORTED,DISP=(OLD,DELETE)
//GO.EMPDD    DD DSNAME=HERC01.SALARIES.SUPP.EMP.SORTED,
//             DISP=(OLD,DELETE)
//GO.DEDDD    DD DSNAME=HERC01.SALARIES.SUPP.DED.SORTED,
//             DISP=(OLD,DELETE)
//GO.YTDDD    DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=OLD
//GO.TAXDD    DD DSNAME=HERC01.TAX.TABLE,DISP=SHR
//* EMPLOYER COST RATE TABLE - THE SAME TABLE THE PAYROLL (HERC01S)
//* ACCRUES FROM.  EACH PAYMENT IS COSTED AGAINST THE EMPLOYEE'S YTD
//* WAGES BEFORE THIS RUN, SO A WAGE BASE ALREADY REACHED IS NOT
//* CHARGED AGAIN; THE EXPENSE AND LIABILITY LINES GO TO SUPPGL.
//GO.COSTDD   DD DSNAME=HERC01.EMPLOYER.COST.TABLE,DISP=SHR
//* SUPPLEMENTAL CONTROL RECORD (ALLOCATE ONCE, RECFM=FB LRECL=80).
//* SAME LAYOUT AS THE PAY-PERIOD CONTROL RECORD SO THE PAYMENT
//* EXTRACT CAN READ IT IN PLACE OF PAYCTL: RUN NUMBER (1-4), START
//* AND END DATES OF THE PERIOD THE PAYMENTS BELONG TO, PAY DATE,
//* STATUS (COL 29) AND A DEDUCTION OPTION (COL 30) - 'Y' TAKES EACH
//* EMPLOYEE'S STANDING DEDUCTIONS FROM HERC01.DEDUCT.MASTER, 'N' OR
//* BLANK PAYS GROSS LESS TAX ONLY.  OPERATIONS SETS THE NEXT RUN
//* NUMBER, THE DATES AND STATUS 'O' BEFORE EACH SUPPLEMENTAL RUN;
//* THE RUN MARKS IT 'P' AT COMPLETION AND CLEARS COLUMN 31, WHICH
//* THE PAYMENT EXTRACT SETS ONCE THE RUN IS ON THE PAY HISTORY.
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.SUPPCTL,DISP=OLD
//* SUPPLEMENTAL RUN-STATUS RECORD (ALLOCATE ONCE, RECFM=FB LRECL=80,
//* ONE RECORD OF 80 ZEROS) - SAME LAYOUT AS HERC01.SALARIES.RUNSTAT
//* (SEE GO.STATDD IN THE PAYROLL JOB, HERC01S).  THE RUN RECORDS
//* ITSELF COMPLETE THERE AT THE END, WITH THE VARIANCE STEP MARKED
//* NOT APPLICABLE, SO THE BALANCE PROOF, PAYMENT EXTRACT AND PAYMENT
//* FILE PROOF CAN BE RUN AGAINST THIS RUN WITH GO.STATDD POINTED
//* HERE.  A HELD RUN RECORDS NOTHING.
//GO.STATDD   DD DSNAME=HERC01.SALARIES.SUPPSTAT,DISP=OLD
//GO.GLDD     DD DSNAME=HERC01.SALARIES.SUPPGL,
//             DISP=(,CATLG,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA
//GO.JRNDD    DD DSNAME=HERC01.SALARIES.SUPPJRNL,
//             DISP=(,CATLG,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA
//GO.REGDD    DD DSNAME=HERC01.SALARIES.SUPPREG,
//             DISP=(,CATLG,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//* APPEND THE RUN'S GL POSTINGS TO THE QUARTER GL FILE FOR THE
//* QUARTERLY CLOSE (HERC17Q), AS THE REGULAR PAYROLL DOES.  A HELD
//* RUN ENDS WITH RETURN CODE 8 AND APPENDS NOTHING.
//GLQTR    EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DSNAME=HERC01.SALARIES.SUPPGL,DISP=SHR
//SYSUT2   DD DSNAME=HERC01.SALARIES.GLQTR,DISP=MOD
//* EMPTY THE PAYMENT CARD DECK ONCE THE RUN IS POSTED SO ITS CARDS
//* ARE NOT PAID AGAIN; THE RUN'S COPY (HERC01.SALARIES.SUPPCARD) IS
//* KEPT FOR THE BALANCE PROOF.  COND LEAVES THE DECK IN PLACE FOR
//* CORRECTION WHEN THE RUN IS HELD.
//EMPTYSUP EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSUT2   DD DSNAME=HERC01.SALARIES.SUPPIN,DISP=OLD
//
