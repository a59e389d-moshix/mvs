//* BANK RECORD FALL OUT ON THE PAY-BY-CHECK LISTING, NEVER SILENTLY
//* DROPPED.  THE 'H' HEADER AND 'T' TRAILER CARRY THE PAY DATE, THE
//* RECORD COUNT AND A HASH TOTAL OF THE AMOUNTS FOR THE BANK'S
//* CONTROLS.  A REGISTER LINE MARKED PAY-BY-CHECK ('C' IN COLUMN 72,
//* SET BY THE SUPPLEMENTAL PAYROLL FOR A MANUAL-CHECK CARD) GOES TO
//* THE PAY-BY-CHECK LISTING EVEN WHEN THE EMPLOYEE HAS A BANK RECORD.
//* ONCE THE PERIOD IS MARKED PAID, EVERY REGISTER LINE IS ALSO ADDED
//* TO THE PERMANENT PAY HISTORY (HERC01.SALARIES.PAYHIST), MARKED AS
//* PAID BY DEPOSIT OR BY CHECK - SEE GO.HISTDD BELOW.
//* THE EXTRACT REFUSES TO RUN (RETURN CODE 8, NOTHING WRITTEN AND THE
//* BANK MASTER COPY BYPASSED) UNLESS THE RUN-STATUS RECORD SHOWS, FOR
//* THE PERIOD ON THE CONTROL RECORD, THE PAYROLL COMPLETE, A CLEAN
//* BALANCE PROOF (HERC04R) AND EITHER A CLEAN VARIANCE REPORT
//* (HERC06V) OR A SUPERVISOR SIGN-OFF OF ITS VARIANCES (HERC23V).
//* THE GUARD STEP MAKES THAT CHECK BEFORE THE SCRATCH STEP, SO A JOB
//* SUBMITTED OUT OF ORDER LEAVES THE LAST PAYMENT FILE AND UPDATED
//* BANK MASTER IN PLACE.  ITS RESULT IS RECORDED THERE FOR THE
//* PAYMENT FILE PROOF (HERC11P); RERUNNING THE EXTRACT CANCELS ANY
//* PROOF ALREADY RECORDED, SINCE THE PAYMENT FILE IS REBUILT.
//*
//* SUPPLEMENTAL RUN: TO EXTRACT AN OFF-CYCLE SUPPLEMENTAL PAYROLL
//* (HERC14S) INSTEAD OF THE PERIOD, CHANGE SORTREG'S SORTIN TO
//* HERC01.SALARIES.SUPPREG, GO.CTLDD TO HERC01.SALARIES.SUPPCTL AND
//* GO.STATDD TO HERC01.SALARIES.SUPPSTAT IN BOTH THE GUARD AND SAL
//* STEPS, AND THE PAYMENT FILE NAME IN BOTH THE SCRATCH STEP AND
//* GO.PAYDD TO HERC01.SALARIES.SUPPPAY SO THE PERIOD'S PAYMENT FILE
//* IS KEPT.
//* GUARD STEP: CHECK THE RUN-STATUS RECORD BEFORE THE SCRATCH STEP
//* BELOW DELETES THE LAST PAYMENT FILE AND UPDATED BANK MASTER.  WHEN
//* THE PERIOD IS NOT CLEARED FOR EXTRACT THE GUARD ENDS WITH RETURN
//* CODE 8 AND EVERY FOLLOWING STEP IS BYPASSED VIA COND=(8,LE).  (THE
//* EXTRACT PROGRAM REPEATS THE CHECK AT 012-CHECK-RUN-STATUS IN CASE
//* IT IS EVER RUN OUTSIDE THIS JOBSTREAM.)
//GUARD    EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAYMENT EXTRACT GUARD PROGRAM
  160 ***   ENDS WITH RETURN CODE 8 UNLESS THE RUN-STATUS RECORD
  165 ***   SHOWS THE PERIOD ON THE CONTROL RECORD CLEARED FOR THE
  168 ***   PAYMENT EXTRACT, SO NOTHING IS SCRATCHED BEFORE THEN
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. EXTGUARD.
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
 1430      SELECT RUN-STATUS ASSIGN TO DA-S-STATDD.
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
 3200  FD  RUN-STATUS
 3205      BLOCK CONTAINS 0 RECORDS
 3210      DATA RECORD IS RUN-STATUS-REC.
 3215
 3220  01  RUN-STATUS-REC.
 3225      05 RS-PAYROLL-PERIOD PIC 9(4).
 3230      05 RS-PAYROLL-RESULT PIC X(01).
 3235      88 PAYROLL-COMPLETE                   VALUE 'C'.
 3240      05 RS-PAYROLL-DATE PIC 9(8).
 3245      05 RS-RECONCIL-PERIOD PIC 9(4).
 3250      05 RS-RECONCIL-RESULT PIC X(01).
 3255      88 RECONCIL-CLEAN                     VALUE 'C'.
 3260      05 RS-RECONCIL-DATE PIC 9(8).
 3265      05 RS-VARIANCE-PERIOD PIC 9(4).
 3270      05 RS-VARIANCE-RESULT PIC X(01).
 3275      88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3280      88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3285      05 RS-VARIANCE-DATE PIC 9(8).
 3290      05 RS-SIGNOFF-PERIOD PIC 9(4).
 3295      05 RS-SIGNOFF-BY PIC X(06).
 3300      05 RS-EXTRACT-PERIOD PIC 9(4).
 3305      05 RS-EXTRACT-RESULT PIC X(01).
 3310      88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3315      05 RS-EXTRACT-DATE PIC 9(8).
 3320      05 RS-PROOF-PERIOD PIC 9(4).
 3325      05 RS-PROOF-RESULT PIC X(01).
 3330      88 PROOF-CLEAN                        VALUE 'C'.
 3335      05 RS-PROOF-DATE PIC 9(8).
 3340      05 FILLER PIC X(05).
 3345
 3700  WORKING-STORAGE SECTION.
 3705  77  GATE-REASON                 PIC X(30)   VALUE SPACES.
 3710
 5000  PROCEDURE DIVISION.
 5010  000-MAINLINE.
 5020      OPEN INPUT PERIOD-CONTROL, RUN-STATUS.
 5030      READ PERIOD-CONTROL
 5040          AT END
 5050              DISPLAY 'PAY PERIOD CONTROL EMPTY - JOB STOPPED'
 5060                  UPON CONSOLE
 5070              MOVE 8 TO RETURN-CODE
 5080              GO TO 000-TERMINATE
 5090      END-READ.
 5100      READ RUN-STATUS
 5110          AT END
 5120              DISPLAY 'RUN STATUS RECORD EMPTY - JOB STOPPED'
 5130                  UPON CONSOLE
 5140              MOVE 8 TO RETURN-CODE
 5150              GO TO 000-TERMINATE
 5160      END-READ.
 5170      IF RS-PAYROLL-PERIOD NOT = PC-PERIOD-NUMBER
 5180          OR NOT PAYROLL-COMPLETE
 5190          MOVE 'PAYROLL NOT COMPLETE' TO GATE-REASON
 5200          GO TO 000-REFUSE-EXTRACT.
 5210      IF RS-RECONCIL-PERIOD NOT = PC-PERIOD-NUMBER
 5220          OR NOT RECONCIL-CLEAN
 5230          MOVE 'BALANCE PROOF NOT CLEAN' TO GATE-REASON
 5240          GO TO 000-REFUSE-EXTRACT.
 5250      IF RS-VARIANCE-PERIOD NOT = PC-PERIOD-NUMBER
 5260          MOVE 'VARIANCE REPORT NOT RUN' TO GATE-REASON
 5270          GO TO 000-REFUSE-EXTRACT.
 5280      IF VARIANCE-CLEAN
 5290          GO TO 000-TERMINATE.
 5300      IF RS-SIGNOFF-PERIOD NOT = PC-PERIOD-NUMBER
 5310          MOVE 'VARIANCES NOT SIGNED OFF' TO GATE-REASON
 5320          GO TO 000-REFUSE-EXTRACT.
 5330      GO TO 000-TERMINATE.
 5340
 5350  000-REFUSE-EXTRACT.
 5360      DISPLAY 'PAYMENT EXTRACT REFUSED - PERIOD ' PC-PERIOD-NUMBER
 5370          ' - ' GATE-REASON ' - JOB STOPPED' UPON CONSOLE.
 5380      MOVE 8 TO RETURN-CODE.
 5390
 5400  000-TERMINATE.
 5410      CLOSE PERIOD-CONTROL, RUN-STATUS.
 5420      STOP RUN.
 5430
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//GO.SYSUDUMP DD SYSOUT=*
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=SHR
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=SHR
//SCRATCH  EXEC PGM=IEFBR14,COND=(8,LE)
//PAYFILE  DD DSNAME=HERC01.SALARIES.PAYFILE,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//* BOTH INPUTS ARE PRESORTED BY EMPLOYEE-ID FOR THE MATCH-MERGE.
//SORTREG  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.CURREG,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.REG.SORTED,
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SORTBNK  EXEC PGM=SORT,COND=(8,LE)
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.BANK.MASTER,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.BANK.ID.SORTED,
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//SAL      EXEC COBUCG,COND=(8,LE),
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
 1440      SELECT PAYMENT-FILE ASSIGN TO DA-S-PAYDD.
 1445      SELECT NEW-BANK-MASTER ASSIGN TO DA-S-NBKDD.
 1450      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1455      SELECT PAY-HISTORY ASSIGN TO DA-S-HISTDD.
 1460      SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DA-S-YTDDD
 1465          ORGANIZATION IS INDEXED
 1470          ACCESS MODE IS DYNAMIC
 1475          RECORD KEY IS YTD-EMPLOYEE-ID
 1480          FILE STATUS IS YTD-FILE-STATUS.
 1482      SELECT LEAVE-MASTER ASSIGN TO DA-S-LVDD
 1484          ORGANIZATION IS INDEXED
 1486          ACCESS MODE IS DYNAMIC
 1488          RECORD KEY IS LV-EMPLOYEE-ID
 1490          FILE STATUS IS LEAVE-FILE-STATUS.
 1492      SELECT CHECK-REQUEST ASSIGN TO DA-S-CHKDD.
 1494      SELECT RUN-STATUS ASSIGN TO DA-S-STATDD.
 1500      SELECT CHECK-LIST-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 3125      05 REG-DEDUCTIONS PIC 9(6)V99.
 3130      05 REG-NET-PAY PIC 9(6)V99.
 3135      05 REG-DEPT-CODE PIC X(06).
 3137      05 REG-PAY-METHOD PIC X(01).
 3138      88 REG-PAY-BY-CHECK                   VALUE 'C'.
 3139      05 REG-RUN-TYPE PIC X(01).
 3139A     88 REG-SUPPLEMENTAL-RUN               VALUE 'S'.
 3140      05 FILLER PIC X(07).
 3145
 3200  FD  BANK-MASTER
 3205      BLOCK CONTAINS 0 RECORDS
 3329D     05 PC-END-DATE PIC 9(8).
 3329E     05 PC-PAY-DATE PIC 9(8).
 3329F     05 PC-STATUS PIC X(01).
 3329G     88 PERIOD-PAID                        VALUE 'P'.
 3329H     05 FILLER PIC X(01).
 3329J     05 PC-HISTORY-STATUS PIC X(01).
 3329K     88 PC-HISTORY-APPENDED                VALUE 'H'.
 3329L     05 FILLER PIC X(49).
 3329M
 3330  FD  CHECK-LIST-FILE
 3335      LABEL RECORDS ARE OMITTED
 3340      DATA RECORD IS CHECK-PRINT-REC.
 3345
 3350  01  CHECK-PRINT-REC PIC X(132).
 3355
 3360  FD  PAY-HISTORY
 3362      BLOCK CONTAINS 0 RECORDS
 3364      DATA RECORD IS PAY-HISTORY-REC.
 3366
 3368  01  PAY-HISTORY-REC.
 3370      05 HST-EMPLOYEE-ID PIC 9(10).
 3372      05 HST-RUN-TYPE PIC X(01).
 3374      05 HST-PERIOD-NUMBER PIC 9(4).
 3376      05 HST-PERIOD-END PIC 9(8).
 3378      05 HST-PAY-DATE PIC 9(8).
 3380      05 HST-NAME PIC X(23).
 3382      05 HST-DEPT-CODE PIC X(06).
 3384      05 HST-GROSS PIC 9(6)V99.
 3386      05 HST-TAX PIC 9(6)V99.
 3388      05 HST-DEDUCTIONS PIC 9(6)V99.
 3390      05 HST-NET-PAY PIC 9(6)V99.
 3392      05 HST-PAY-METHOD PIC X(01).
 3394      05 HST-YTD-GROSS PIC 9(9)V99.
 3396      05 HST-YTD-TAX PIC 9(9)V99.
 3398      05 HST-VAC-ACCRUED PIC 9(3)V99.
 3398A     05 HST-VAC-TAKEN PIC 9(3)V99.
 3398B     05 HST-VAC-BALANCE PIC 9(5)V99.
 3398C     05 HST-SICK-ACCRUED PIC 9(3)V99.
 3398D     05 HST-SICK-TAKEN PIC 9(3)V99.
 3398E     05 HST-SICK-BALANCE PIC 9(5)V99.
 3398F     05 FILLER PIC X(01).
 3400
 3402  FD  EMPLOYEE-YTD-MASTER
 3404      LABEL RECORDS ARE STANDARD
 3406      DATA RECORD IS YTD-MASTER-REC.
 3408
 3410  01  YTD-MASTER-REC.
 3412      05 YTD-EMPLOYEE-ID PIC 9(10).
 3414      05 YTD-GROSS-WAGES PIC 9(9)V99.
 3416      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 3416A     05 YTD-QTD-QUARTER PIC 9(5).
 3416B     05 YTD-QTD-WAGES PIC 9(9)V99.
 3416C     05 YTD-QTD-TAX PIC 9(9)V99.
 3416D     05 FILLER PIC X(05).
 3418
 3420  FD  LEAVE-MASTER
 3422      LABEL RECORDS ARE STANDARD
 3424      DATA RECORD IS LEAVE-MASTER-REC.
 3426
 3428  01  LEAVE-MASTER-REC.
 3430      05 LV-EMPLOYEE-ID PIC 9(10).
 3432      05 LV-LEAVE-YEAR PIC 9(4).
 3434      05 LV-LAST-PAY-DATE PIC 9(8).
 3436      05 LV-VAC-BALANCE PIC 9(5)V99.
 3438      05 LV-SICK-BALANCE PIC 9(5)V99.
 3440      05 LV-VAC-ACCRUED PIC 9(3)V99.
 3442      05 LV-VAC-TAKEN PIC 9(3)V99.
 3444      05 LV-SICK-ACCRUED PIC 9(3)V99.
 3446      05 LV-SICK-TAKEN PIC 9(3)V99.
 3448      05 LV-VAC-TAKEN-YTD PIC 9(5)V99.
 3450      05 LV-SICK-TAKEN-YTD PIC 9(5)V99.
 3452      05 FILLER PIC X(10).
 3454
 3456  FD  CHECK-REQUEST
 3458      BLOCK CONTAINS 0 RECORDS
 3460      DATA RECORD IS CHECK-REQUEST-REC.
 3462
 3464  01  CHECK-REQUEST-REC.
 3466      05 CQ-SOURCE PIC X(01).
 3468      05 CQ-EMPLOYEE-ID PIC 9(10).
 3470      05 CQ-NAME PIC X(23).
 3472      05 CQ-AMOUNT PIC 9(6)V99.
 3474      05 CQ-PAY-DATE PIC 9(8).
 3476      05 CQ-PERIOD-NUMBER PIC 9(4).
 3478      05 CQ-RUN-TYPE PIC X(01).
 3480      05 CQ-REASON PIC X(20).
 3482      05 FILLER PIC X(05).
 3484
 3486  FD  RUN-STATUS
 3488      BLOCK CONTAINS 0 RECORDS
 3490      DATA RECORD IS RUN-STATUS-REC.
 3492
 3494  01  RUN-STATUS-REC.
 3496      05 RS-PAYROLL-PERIOD PIC 9(4).
 3498      05 RS-PAYROLL-RESULT PIC X(01).
 3500      88 PAYROLL-COMPLETE                   VALUE 'C'.
 3502      05 RS-PAYROLL-DATE PIC 9(8).
 3504      05 RS-RECONCIL-PERIOD PIC 9(4).
 3506      05 RS-RECONCIL-RESULT PIC X(01).
 3508      88 RECONCIL-CLEAN                     VALUE 'C'.
 3510      05 RS-RECONCIL-DATE PIC 9(8).
 3512      05 RS-VARIANCE-PERIOD PIC 9(4).
 3514      05 RS-VARIANCE-RESULT PIC X(01).
 3516      88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3518      88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3520      05 RS-VARIANCE-DATE PIC 9(8).
 3522      05 RS-SIGNOFF-PERIOD PIC 9(4).
 3524      05 RS-SIGNOFF-BY PIC X(06).
 3526      05 RS-EXTRACT-PERIOD PIC 9(4).
 3528      05 RS-EXTRACT-RESULT PIC X(01).
 3530      88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3532      05 RS-EXTRACT-DATE PIC 9(8).
 3534      05 RS-PROOF-PERIOD PIC 9(4).
 3536      05 RS-PROOF-RESULT PIC X(01).
 3538      88 PROOF-CLEAN                        VALUE 'C'.
 3540      05 RS-PROOF-DATE PIC 9(8).
 3542      05 FILLER PIC X(05).
 3544
 3700  WORKING-STORAGE SECTION.
 3705  77  REG-EOF-SWITCH              PIC X(1)    VALUE 'N'.
 3710  88  REG-EOF                              VALUE 'Y'.
 3752  77  PRENOTE-COUNT               PIC 9(7)    VALUE ZERO.
 3753  77  TRAILER-RECORD-COUNT        PIC 9(7)    VALUE ZERO.
 3754  77  CHECK-REASON                PIC X(20)   VALUE SPACES.
 3756  77  HISTORY-SWITCH              PIC X(1)    VALUE 'N'.
 3757  88  HISTORY-WANTED                       VALUE 'Y'.
 3758  77  HISTORY-PAY-METHOD          PIC X(1)    VALUE SPACE.
 3758A 77  HISTORY-COUNT               PIC 9(7)    VALUE ZERO.
 3759  77  YTD-FILE-STATUS             PIC X(2)    VALUE ZERO.
 3759A 77  LEAVE-FILE-STATUS           PIC X(2)    VALUE ZERO.
 3759B 77  CHECK-REQUEST-COUNT         PIC 9(7)    VALUE ZERO.
 3759C 77  GATE-REASON                 PIC X(30)   VALUE SPACES.
 3759D
 3760  01  PAYMENT-HEADER.
 3765      05 FILLER PIC X(01) VALUE 'H'.
 3770      05 PH-PAY-DATE PIC 9(8).
 4013      05 CCL-PRENOTE-COUNT PIC ZZZ,ZZ9.
 4015      05 FILLER PIC X(29) VALUE SPACES.
 4020
 4025  01  HISTORY-COUNT-LINE.
 4030      05 FILLER PIC X(30) VALUE 'PAY HISTORY RECORDS APPENDED: '.
 4035      05 HCL-HISTORY-COUNT PIC ZZZ,ZZ9.
 4040      05 FILLER PIC X(95) VALUE SPACES.
 4045
 4050  01  HISTORY-SKIP-LINE.
 4055      05 FILLER PIC X(30) VALUE 'HISTORY/CHECKS NOT QUEUED - '.
 4060      05 HSL-REASON PIC X(40).
 4065      05 FILLER PIC X(62) VALUE SPACES.
 4066
 4067  01  CHECK-REQUEST-LINE.
 4068      05 FILLER PIC X(30) VALUE 'CHECKS QUEUED FOR PRINTING:   '.
 4069      05 CRL-REQUEST-COUNT PIC ZZZ,ZZ9.
 4069A     05 FILLER PIC X(95) VALUE SPACES.
 4070
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5020
 5657      MOVE PRENOTE-COUNT TO CCL-PRENOTE-COUNT.
 5660      WRITE CHECK-PRINT-REC FROM CHECK-COUNT-LINE
 5665          AFTER ADVANCING 3 LINES.
 5667      PERFORM 020-CLOSE-PAY-HISTORY THRU 020-EXIT.
 5668      PERFORM 030-RECORD-RUN-STATUS THRU 030-EXIT.
 5670      CLOSE PAY-REGISTER, BANK-MASTER, PAYMENT-FILE,
 5675            NEW-BANK-MASTER, CHECK-LIST-FILE, PERIOD-CONTROL.
 6000      STOP RUN.
 6010
 6100  100-MATCH-REGISTERS.
 6650      EXIT.
 6655
 6660  010-READ-PERIOD-CONTROL.
 6665      OPEN I-O PERIOD-CONTROL.
 6670      READ PERIOD-CONTROL
 6672          AT END
 6674              DISPLAY 'PAY PERIOD CONTROL EMPTY - RUN TERMINATED'
 6677              MOVE 8 TO RETURN-CODE
 6678              STOP RUN
 6680      END-READ.
 6681      PERFORM 012-CHECK-RUN-STATUS THRU 012-EXIT.
 6682      MOVE PC-PAY-DATE TO EXTRACT-PAY-DATE.
 6683      MOVE PC-START-DATE TO EXTRACT-PERIOD-START.
 6684      MOVE PC-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
 6686      PERFORM 015-CHECK-PAY-HISTORY THRU 015-EXIT.
 6688
 6690  010-EXIT.
 6692      EXIT.
 6820B         MOVE 'ACCOUNT RETURNED' TO CHECK-REASON
 6820C         PERFORM 300-REPORT-CHECK THRU 300-EXIT
 6820D         GO TO 200-EXIT.
 6820E     IF REG-PAY-BY-CHECK
 6820F         MOVE 'CHECK REQUESTED' TO CHECK-REASON
 6820G         PERFORM 300-REPORT-CHECK THRU 300-EXIT
 6820H         GO TO 200-EXIT.
 6821      IF BANK-PRENOTE-PENDING
 6821A         AND BANK-PRENOTE-DATE > ZERO
 6822          AND BANK-PRENOTE-DATE < EXTRACT-PERIOD-START
 6860      WRITE PAYMENT-REC FROM PAYMENT-DETAIL.
 6865      ADD 1 TO PAYMENT-COUNT.
 6870      ADD REG-NET-PAY TO AMOUNT-HASH-TOTAL.
 6871      MOVE 'D' TO HISTORY-PAY-METHOD.
 6872      PERFORM 400-APPEND-PAY-HISTORY THRU 400-EXIT.
 6875
 6880  200-EXIT.
 6885      EXIT.
 6920      WRITE CHECK-PRINT-REC FROM CHECK-DETAIL-LINE
 6925          AFTER ADVANCING 1 LINES.
 6930      ADD 1 TO CHECK-COUNT.
 6931      MOVE 'C' TO HISTORY-PAY-METHOD.
 6932      PERFORM 400-APPEND-PAY-HISTORY THRU 400-EXIT.
 6933      PERFORM 420-WRITE-CHECK-REQUEST THRU 420-EXIT.
 6935
 6940  300-EXIT.
 6945      EXIT.
 6962  140-EXIT.
 6963      EXIT.
 6964
 7000  015-CHECK-PAY-HISTORY.
 7005      IF NOT PERIOD-PAID
 7010          MOVE 'PERIOD NOT MARKED PAID' TO HSL-REASON
 7015          DISPLAY 'PAY HISTORY NOT APPENDED - PERIOD '
 7020              PC-PERIOD-NUMBER ' NOT MARKED PAID' UPON CONSOLE
 7025          MOVE 4 TO RETURN-CODE
 7030          GO TO 015-EXIT.
 7035      IF PC-HISTORY-APPENDED
 7040          MOVE 'ALREADY APPENDED BY AN EARLIER RUN' TO HSL-REASON
 7045          GO TO 015-EXIT.
 7050      SET HISTORY-WANTED TO TRUE.
 7055      OPEN EXTEND PAY-HISTORY.
 7060      OPEN INPUT EMPLOYEE-YTD-MASTER.
 7062      OPEN INPUT LEAVE-MASTER.
 7064      OPEN EXTEND CHECK-REQUEST.
 7065
 7070  015-EXIT.
 7075      EXIT.
 7080
 7100  020-CLOSE-PAY-HISTORY.
 7105      IF NOT HISTORY-WANTED
 7110          WRITE CHECK-PRINT-REC FROM HISTORY-SKIP-LINE
 7115              AFTER ADVANCING 2 LINES
 7120          GO TO 020-EXIT.
 7125      MOVE HISTORY-COUNT TO HCL-HISTORY-COUNT.
 7130      WRITE CHECK-PRINT-REC FROM HISTORY-COUNT-LINE
 7135          AFTER ADVANCING 2 LINES.
 7136      MOVE CHECK-REQUEST-COUNT TO CRL-REQUEST-COUNT.
 7137      WRITE CHECK-PRINT-REC FROM CHECK-REQUEST-LINE
 7138          AFTER ADVANCING 1 LINES.
 7140      MOVE 'H' TO PC-HISTORY-STATUS.
 7145      REWRITE PERIOD-CONTROL-REC.
 7150      CLOSE PAY-HISTORY, EMPLOYEE-YTD-MASTER, LEAVE-MASTER,
 7152            CHECK-REQUEST.
 7155
 7160  020-EXIT.
 7165      EXIT.
 7170
 7200  400-APPEND-PAY-HISTORY.
 7205      IF NOT HISTORY-WANTED
 7210          GO TO 400-EXIT.
 7215      MOVE REG-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
 7220      READ EMPLOYEE-YTD-MASTER
 7225          INVALID KEY
 7230              MOVE ZERO TO YTD-GROSS-WAGES
 7235              MOVE ZERO TO YTD-TAX-WITHHELD
 7240      END-READ.
 7245      MOVE SPACES TO PAY-HISTORY-REC.
 7250      MOVE REG-EMPLOYEE-ID  TO HST-EMPLOYEE-ID.
 7255      IF REG-SUPPLEMENTAL-RUN
 7260          MOVE 'S' TO HST-RUN-TYPE
 7265      ELSE
 7270          MOVE 'R' TO HST-RUN-TYPE.
 7275      MOVE PC-PERIOD-NUMBER TO HST-PERIOD-NUMBER.
 7280      MOVE PC-END-DATE      TO HST-PERIOD-END.
 7285      MOVE PC-PAY-DATE      TO HST-PAY-DATE.
 7290      MOVE REG-NAME         TO HST-NAME.
 7295      MOVE REG-DEPT-CODE    TO HST-DEPT-CODE.
 7300      MOVE REG-SALARY       TO HST-GROSS.
 7305      MOVE REG-TAX          TO HST-TAX.
 7310      MOVE REG-DEDUCTIONS   TO HST-DEDUCTIONS.
 7315      MOVE REG-NET-PAY      TO HST-NET-PAY.
 7320      MOVE HISTORY-PAY-METHOD TO HST-PAY-METHOD.
 7325      MOVE YTD-GROSS-WAGES  TO HST-YTD-GROSS.
 7330      MOVE YTD-TAX-WITHHELD TO HST-YTD-TAX.
 7332      PERFORM 410-MOVE-LEAVE-HISTORY THRU 410-EXIT.
 7335      WRITE PAY-HISTORY-REC.
 7340      ADD 1 TO HISTORY-COUNT.
 7345
 7350  400-EXIT.
 7355      EXIT.
 7360
 7365  410-MOVE-LEAVE-HISTORY.
 7370      MOVE ZERO TO HST-VAC-ACCRUED.
 7375      MOVE ZERO TO HST-VAC-TAKEN.
 7380      MOVE ZERO TO HST-VAC-BALANCE.
 7385      MOVE ZERO TO HST-SICK-ACCRUED.
 7390      MOVE ZERO TO HST-SICK-TAKEN.
 7395      MOVE ZERO TO HST-SICK-BALANCE.
 7400      IF REG-SUPPLEMENTAL-RUN
 7405          GO TO 410-EXIT.
 7410      MOVE REG-EMPLOYEE-ID TO LV-EMPLOYEE-ID.
 7415      READ LEAVE-MASTER
 7420          INVALID KEY
 7425              GO TO 410-EXIT
 7430      END-READ.
 7435      MOVE LV-VAC-BALANCE  TO HST-VAC-BALANCE.
 7440      MOVE LV-SICK-BALANCE TO HST-SICK-BALANCE.
 7445      IF LV-LAST-PAY-DATE NOT = PC-PAY-DATE
 7450          GO TO 410-EXIT.
 7455      MOVE LV-VAC-ACCRUED  TO HST-VAC-ACCRUED.
 7460      MOVE LV-VAC-TAKEN    TO HST-VAC-TAKEN.
 7465      MOVE LV-SICK-ACCRUED TO HST-SICK-ACCRUED.
 7470      MOVE LV-SICK-TAKEN   TO HST-SICK-TAKEN.
 7475
 7480  410-EXIT.
 7485      EXIT.
 7490
 7495  420-WRITE-CHECK-REQUEST.
 7500      IF NOT HISTORY-WANTED OR REG-NET-PAY = ZERO
 7505          GO TO 420-EXIT.
 7510      MOVE SPACES TO CHECK-REQUEST-REC.
 7515      MOVE 'P' TO CQ-SOURCE.
 7520      MOVE REG-EMPLOYEE-ID  TO CQ-EMPLOYEE-ID.
 7525      MOVE REG-NAME         TO CQ-NAME.
 7530      MOVE REG-NET-PAY      TO CQ-AMOUNT.
 7535      MOVE PC-PAY-DATE      TO CQ-PAY-DATE.
 7540      MOVE PC-PERIOD-NUMBER TO CQ-PERIOD-NUMBER.
 7545      IF REG-SUPPLEMENTAL-RUN
 7550          MOVE 'S' TO CQ-RUN-TYPE
 7555      ELSE
 7560          MOVE 'R' TO CQ-RUN-TYPE.
 7565      MOVE CHECK-REASON     TO CQ-REASON.
 7570      WRITE CHECK-REQUEST-REC.
 7575      ADD 1 TO CHECK-REQUEST-COUNT.
 7580
 7585  420-EXIT.
 7590      EXIT.
 7595
 7600  012-CHECK-RUN-STATUS.
 7605      OPEN I-O RUN-STATUS.
 7610      READ RUN-STATUS
 7615          AT END
 7620              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 7625                  UPON CONSOLE
 7630              MOVE 8 TO RETURN-CODE
 7635              STOP RUN
 7640      END-READ.
 7645      IF RS-PAYROLL-PERIOD NOT = PC-PERIOD-NUMBER
 7650          OR NOT PAYROLL-COMPLETE
 7655          MOVE 'PAYROLL NOT COMPLETE' TO GATE-REASON
 7660          GO TO 012-REFUSE-EXTRACT.
 7665      IF RS-RECONCIL-PERIOD NOT = PC-PERIOD-NUMBER
 7670          OR NOT RECONCIL-CLEAN
 7675          MOVE 'BALANCE PROOF NOT CLEAN' TO GATE-REASON
 7680          GO TO 012-REFUSE-EXTRACT.
 7685      IF RS-VARIANCE-PERIOD NOT = PC-PERIOD-NUMBER
 7690          MOVE 'VARIANCE REPORT NOT RUN' TO GATE-REASON
 7695          GO TO 012-REFUSE-EXTRACT.
 7700      IF VARIANCE-CLEAN
 7705          GO TO 012-EXIT.
 7710      IF RS-SIGNOFF-PERIOD NOT = PC-PERIOD-NUMBER
 7715          MOVE 'VARIANCES NOT SIGNED OFF' TO GATE-REASON
 7720          GO TO 012-REFUSE-EXTRACT.
 7725      GO TO 012-EXIT.
 7730
 7735  012-REFUSE-EXTRACT.
 7740      DISPLAY 'PAYMENT EXTRACT REFUSED - PERIOD ' PC-PERIOD-NUMBER
 7745          ' - ' GATE-REASON UPON CONSOLE.
 7750      MOVE 8 TO RETURN-CODE.
 7755      STOP RUN.
 7760
 7765  012-EXIT.
 7770      EXIT.
 7775
 7780  030-RECORD-RUN-STATUS.
 7785      MOVE PC-PERIOD-NUMBER TO RS-EXTRACT-PERIOD.
 7790      IF RETURN-CODE = ZERO
 7795          MOVE 'C' TO RS-EXTRACT-RESULT
 7800      ELSE
 7805          IF RETURN-CODE < 8
 7810              MOVE 'W' TO RS-EXTRACT-RESULT
 7815          ELSE
 7820              MOVE 'F' TO RS-EXTRACT-RESULT.
 7825      ACCEPT RS-EXTRACT-DATE FROM DATE YYYYMMDD.
 7830      MOVE ZERO TO RS-PROOF-PERIOD.
 7835      MOVE SPACE TO RS-PROOF-RESULT.
 7840      MOVE ZERO TO RS-PROOF-DATE.
 7845      REWRITE RUN-STATUS-REC.
 7850      CLOSE RUN-STATUS.
 7855
 7860  030-EXIT.
 7865      EXIT.

/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//GO.BNKDD    DD DSNAME=HERC01.BANK.ID.SORTED,DISP=(OLD,DELETE)
//* THE OFFICIAL PAY DATE AND PERIOD NUMBER STAMPED ON THE PAYMENT
//* FILE COME FROM THE PAY-PERIOD CONTROL RECORD, NOT THE WALL CLOCK.
//* THE EXTRACT ALSO SETS COLUMN 31 OF THE CONTROL RECORD TO 'H' ONCE
//* THE PERIOD HAS BEEN ADDED TO THE PAY HISTORY BELOW, SO A RERUN OF
//* THE EXTRACT DOES NOT ADD IT A SECOND TIME.
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=OLD
//* THE PERIOD'S RUN-STATUS RECORD (SEE GO.STATDD IN HERC01S).
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=OLD
//* PERMANENT PAY HISTORY (ALLOCATE ONCE, RECFM=FB LRECL=150; NEVER
//* SCRATCH OR REALLOCATE IT).  EVERY REGISTER LINE OF A PERIOD MARKED
//* PAID IS ADDED WITH THE PERIOD, PAY DATE, GROSS, TAX, DEDUCTIONS,
//* NET, DEPARTMENT, WHETHER IT WENT BY DEPOSIT OR CHECK, AND THE YTD
//* FIGURES AND LEAVE HOURS PRINTED ON THE PAY STATEMENT.  READ BY THE
//* PAY HISTORY INQUIRY AND STATEMENT REPRINT JOB (HERC16H).  IF THIS
//* STEP ABENDS PART WAY, DELETE THE PERIOD'S PARTIAL RECORDS FROM THE
//* END OF THE HISTORY BEFORE RERUNNING.
//GO.HISTDD   DD DSNAME=HERC01.SALARIES.PAYHIST,DISP=MOD
//GO.YTDDD    DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=SHR
//GO.LVDD     DD DSNAME=HERC01.EMPLOYEE.LEAVEMST,DISP=SHR
//* EVERY LINE OF THE PAY-BY-CHECK LISTING IS ALSO QUEUED ON THE
//* PENDING-CHECK FILE FOR THE CHECK WRITER (HERC20C).  CHECKS ARE
//* QUEUED ONLY WHEN THE PERIOD IS ADDED TO THE PAY HISTORY ABOVE, SO
//* A RERUN OF THE EXTRACT NEVER QUEUES THE SAME CHECK TWICE.
//GO.CHKDD    DD DSNAME=HERC01.CHECK.PENDING,DISP=MOD
//* THE PAYMENT FILE PICKED UP BY THE BANK'S FILE TRANSFER SERVICE:
//GO.PAYDD    DD DSNAME=HERC01.SALARIES.PAYFILE,
//             DISP=(NEW,CATLG,DELETE),
