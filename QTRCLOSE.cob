//HERC17Q  JOB (COBOL),
//             'YTD QUARTER CLOSE',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* QUARTERLY CLOSE OF THE QUARTER-TO-DATE BUCKETS ON
//* HERC01.EMPLOYEE.YTDMSTR.  RUN ONCE, AFTER THE LAST PAYROLL AND
//* SUPPLEMENTAL RUN WITH A PAY DATE IN THE CLOSING QUARTER AND BEFORE
//* THE FIRST PAYROLL OF THE NEW QUARTER.  THE CLOSING QUARTER (YEAR
//* AND QUARTER NUMBER, YYYYQ) IS SUPPLIED ON GO.SYSIN BELOW.
//*
//* THE CLOSE PRINTS THE QUARTER'S WAGES AND TAX WITHHELD BY EMPLOYEE
//* WITHIN DEPARTMENT, WITH DEPARTMENT AND COMPANY TOTALS, FOR THE
//* QUARTERLY WITHHOLDING AND UNEMPLOYMENT RETURNS.  THE COMPANY TOTALS
//* ARE THEN TIED TO THE SUM OF THE QUARTER'S GL EXTRACTS, WHICH THE
//* PAYROLL (HERC01S) AND SUPPLEMENTAL (HERC14S) JOBS APPEND TO
//* HERC01.SALARIES.GLQTR: WAGES TO THE 500100 DEBITS, TAX TO THE
//* 210300 CREDITS.  A NEW YTD MASTER IS WRITTEN WITH THE QUARTER-TO-
//* DATE BUCKETS ZEROED AND THE ANNUAL FIGURES UNTOUCHED, SO THE
//* ANNUAL CLOSE (HERC03Y) STILL SEES THE FULL YEAR.
//*
//* WHEN THE TIE-OUT FAILS THE JOB ENDS WITH RETURN CODE 8 AND THE
//* COPY STEPS AT THE END ARE BYPASSED: THE PRODUCTION MASTER AND THE
//* QUARTER GL FILE ARE LEFT AS THEY WERE UNTIL THE DIFFERENCE IS
//* FOUND AND THE CLOSE IS RESUBMITTED.  RETURN CODE 4 MEANS THE CLOSE
//* WAS TAKEN BUT THE LISTING SHOWS POSTINGS FROM AN EARLIER QUARTER
//* THAT WERE DROPPED FROM THE QUARTER GL FILE.
//*
//* SCRATCH ANY WORK DATASETS LEFT CATALOGED FROM A PRIOR CLOSE SO THE
//* GO.NEWDD AND GO.GLCDD ALLOCATIONS BELOW DO NOT FAIL WITH "DATASET
//* ALREADY EXISTS".
//SCRATCH  EXEC PGM=IEFBR14
//YTDQNEW  DD DSNAME=HERC01.EMPLOYEE.YTDQNEW,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA
//GLQNEW   DD DSNAME=HERC01.SALARIES.GLQNEW,
//             DISP=(MOD,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA
//* THE REPORT CARRIES THE EMPLOYEE NAME AND DEPARTMENT, WHICH THE YTD
//* MASTER DOES NOT HOLD.  PRESORT THE PAY MASTER BY EMPLOYEE-ID SO THE
//* CLOSE PROGRAM CAN MATCH-MERGE THEM AGAINST THE YTD MASTER, WHICH
//* READS BACK IN ASCENDING KEY SEQUENCE.
//SORTNAME EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.QTR.ID.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//QTR      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   YTD MASTER QUARTER CLOSE PROGRAM
  160 ***   PRINTS THE QUARTER-TO-DATE WAGES AND TAX BY EMPLOYEE
  165 ***   AND DEPARTMENT, TIES THEM TO THE QUARTER'S GL POSTINGS
  168 ***   AND WRITES A NEW MASTER WITH THE QUARTER BUCKETS RESET
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. QTRCLOSE.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT EMPLOYEE-YTD-MASTER ASSIGN TO DA-S-YTDDD
 1425          ORGANIZATION IS INDEXED
 1430          ACCESS MODE IS SEQUENTIAL
 1435          RECORD KEY IS YTD-EMPLOYEE-ID
 1440          FILE STATUS IS YTD-FILE-STATUS.
 1445      SELECT NAME-FILE ASSIGN TO DA-S-NAMEDD.
 1450      SELECT NEW-YTD-MASTER ASSIGN TO DA-S-NEWDD
 1455          ORGANIZATION IS INDEXED
 1460          ACCESS MODE IS SEQUENTIAL
 1465          RECORD KEY IS NEW-YTD-EMPLOYEE-ID
 1470          FILE STATUS IS NEW-FILE-STATUS.
 1475      SELECT GL-QUARTER ASSIGN TO DA-S-GLQDD.
 1480      SELECT GL-CARRY ASSIGN TO DA-S-GLCDD.
 1485      SELECT SORT-FILE ASSIGN TO DA-S-SORTWK01.
 1490      SELECT REPORT-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  EMPLOYEE-YTD-MASTER
 2800      LABEL RECORDS ARE STANDARD
 3000      DATA RECORD IS YTD-MASTER-REC.
 3010
 3015  01  YTD-MASTER-REC.
 3020      05 YTD-EMPLOYEE-ID PIC 9(10).
 3025      05 YTD-GROSS-WAGES PIC 9(9)V99.
 3030      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 3035      05 YTD-QTD-QUARTER PIC 9(5).
 3040      05 YTD-QTD-WAGES PIC 9(9)V99.
 3045      05 YTD-QTD-TAX PIC 9(9)V99.
 3050      05 FILLER PIC X(05).
 3055
 3060  FD  NAME-FILE
 3065      BLOCK CONTAINS 0 RECORDS
 3070      DATA RECORD IS NAME-REC.
 3075
 3080  01  NAME-REC.
 3085      05 EMPLOYEE-ID PIC 9(10).
 3090      05 NAME PIC A(23).
 3095      05 SALARY PIC  9(6)V99.
 3100      05 DEPT-CODE PIC X(06).
 3105      05 FILLER PIC X(33).
 3110
 3115  FD  NEW-YTD-MASTER
 3120      LABEL RECORDS ARE STANDARD
 3125      DATA RECORD IS NEW-YTD-MASTER-REC.
 3130
 3135  01  NEW-YTD-MASTER-REC.
 3140      05 NEW-YTD-EMPLOYEE-ID PIC 9(10).
 3145      05 NEW-YTD-GROSS-WAGES PIC 9(9)V99.
 3150      05 NEW-YTD-TAX-WITHHELD PIC 9(9)V99.
 3155      05 NEW-YTD-QTD-QUARTER PIC 9(5).
 3160      05 NEW-YTD-QTD-WAGES PIC 9(9)V99.
 3165      05 NEW-YTD-QTD-TAX PIC 9(9)V99.
 3170      05 FILLER PIC X(05).
 3175
 3180  FD  GL-QUARTER
 3185      BLOCK CONTAINS 0 RECORDS
 3190      DATA RECORD IS GL-POSTING-REC.
 3195
 3200  01  GL-POSTING-REC.
 3205      05 GL-RUN-DATE            PIC 9(6).
 3210      05 GL-RUN-DATE-R REDEFINES GL-RUN-DATE.
 3215         10 GL-RUN-YY           PIC 9(2).
 3220         10 GL-RUN-MM           PIC 9(2).
 3225         10 GL-RUN-DD           PIC 9(2).
 3230      05 GL-ACCOUNT-CODE        PIC X(06).
 3235      05 GL-DEBIT-CREDIT        PIC X(01).
 3240      88 GL-DEBIT                              VALUE 'D'.
 3245      88 GL-CREDIT                             VALUE 'C'.
 3250      05 GL-POSTING-AMOUNT      PIC 9(9)V99.
 3255      05 GL-COST-CENTER         PIC X(06).
 3260      05 FILLER                 PIC X(04).
 3265
 3270  FD  GL-CARRY
 3275      BLOCK CONTAINS 0 RECORDS
 3280      DATA RECORD IS GL-CARRY-REC.
 3285
 3290  01  GL-CARRY-REC PIC X(34).
 3295
 3300  SD  SORT-FILE
 3305      DATA RECORD IS SORT-REC.
 3310
 3315  01  SORT-REC.
 3320      05 SORT-DEPT-CODE PIC X(06).
 3325      05 SORT-EMPLOYEE-ID PIC 9(10).
 3330      05 SORT-NAME PIC X(23).
 3335      05 SORT-QTD-WAGES PIC 9(9)V99.
 3340      05 SORT-QTD-TAX PIC 9(9)V99.
 3345
 3350  FD  REPORT-FILE
 3355      LABEL RECORDS ARE OMITTED
 3360      DATA RECORD IS REPORT-PRINT-REC.
 3365
 3370  01  REPORT-PRINT-REC PIC X(132).
 3375
 3600  WORKING-STORAGE SECTION.
 3605  77  YTD-EOF-SWITCH              PIC X(1)    VALUE 'N'.
 3610  88  YTD-EOF                              VALUE 'Y'.
 3615  77  NAME-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3620  88  NAME-EOF                             VALUE 'Y'.
 3625  77  GL-EOF-SWITCH               PIC X(1)    VALUE 'N'.
 3630  88  GL-EOF                               VALUE 'Y'.
 3635  77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3640  88  SORT-EOF                             VALUE 'Y'.
 3645  77  BALANCE-SWITCH              PIC X(1)    VALUE 'Y'.
 3650  88  QUARTER-IN-BALANCE                   VALUE 'Y'.
 3655  88  QUARTER-OUT-OF-BALANCE               VALUE 'N'.
 3660  77  NAME-KEY                    PIC 9(10)   VALUE ZERO.
 3665  77  MATCHED-NAME                PIC X(23)   VALUE SPACES.
 3670  77  MATCHED-DEPT-CODE           PIC X(06)   VALUE SPACES.
 3675  77  PRIOR-DEPT-CODE             PIC X(06)   VALUE SPACES.
 3680  77  YTD-FILE-STATUS             PIC X(2)    VALUE ZERO.
 3685  77  NEW-FILE-STATUS             PIC X(2)    VALUE ZERO.
 3690  77  NEW-WRITE-ERRORS            PIC 9(7)    VALUE ZERO.
 3695  77  CLOSING-GL-QUARTER          PIC 9(3)    VALUE ZERO.
 3700  77  POSTING-GL-QUARTER          PIC 9(3)    VALUE ZERO.
 3705  77  POSTING-QUARTER-NUMBER      PIC 9(1)    VALUE ZERO.
 3710  77  POSTING-MONTH               PIC 9(2)    VALUE ZERO.
 3715  77  GL-WAGE-DEBIT               PIC 9(9)V99 VALUE ZERO.
 3720  77  GL-TAX-CREDIT               PIC 9(9)V99 VALUE ZERO.
 3725  77  GL-QUARTER-COUNT            PIC 9(7)    VALUE ZERO.
 3730  77  GL-CARRIED-COUNT            PIC 9(7)    VALUE ZERO.
 3735  77  GL-DROPPED-COUNT            PIC 9(7)    VALUE ZERO.
 3740  77  QTD-WAGE-TOTAL              PIC 9(9)V99 VALUE ZERO.
 3745  77  QTD-TAX-TOTAL               PIC 9(9)V99 VALUE ZERO.
 3750  77  DEPT-WAGE-TOTAL             PIC 9(9)V99 VALUE ZERO.
 3755  77  DEPT-TAX-TOTAL              PIC 9(9)V99 VALUE ZERO.
 3760  77  EMPLOYEES-REPORTED          PIC 9(7)    VALUE ZERO.
 3765  77  EMPLOYEES-RESET             PIC 9(7)    VALUE ZERO.
 3770  77  EMPLOYEES-LATER-QUARTER     PIC 9(7)    VALUE ZERO.
 3775  77  DIFFERENCE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
 3780  01  CLOSING-QUARTER-CARD.
 3785      05 CLOSING-QUARTER PIC 9(5).
 3790      05 CLOSING-QUARTER-R REDEFINES CLOSING-QUARTER.
 3795         10 CLOSING-YEAR PIC 9(4).
 3800         10 CLOSING-QUARTER-NUMBER PIC 9(1).
 3805      05 CLOSING-QUARTER-X REDEFINES CLOSING-QUARTER PIC X(5).
 3810      05 FILLER PIC X(75).
 3815  01  CLOSING-YEAR-R.
 3820      05 FILLER PIC 9(2).
 3825      05 CLOSING-YY PIC 9(2).
 3830
 3835  01  QTR-TITLE-LINE.
 3840      05 FILLER PIC X(25) VALUE SPACES.
 3845      05 FILLER PIC X(50) VALUE
 3850          'B I M  C O R P .   Q U A R T E R L Y   W A G E S'.
 3855      05 FILLER PIC X(16) VALUE '   A N D   T A X'.
 3860      05 FILLER PIC X(41) VALUE SPACES.
 3865
 3870  01  QTR-QUARTER-LINE.
 3875      05 FILLER PIC X(15) VALUE 'QUARTER ENDING '.
 3880      05 QQL-YEAR PIC 9(4).
 3885      05 FILLER PIC X(02) VALUE ' Q'.
 3890      05 QQL-QUARTER PIC 9(1).
 3895      05 FILLER PIC X(110) VALUE SPACES.
 3900
 3905  01  QTR-DEPT-LINE.
 3910      05 FILLER PIC X(12) VALUE 'DEPARTMENT: '.
 3915      05 QDL-DEPT-CODE PIC X(06).
 3920      05 FILLER PIC X(114) VALUE SPACES.
 3925
 3930  01  QTR-HEAD-LINE.
 3935      05 FILLER PIC X(14) VALUE 'EMPLOYEE ID'.
 3940      05 FILLER PIC X(27) VALUE 'EMPLOYEE NAME'.
 3945      05 FILLER PIC X(14) VALUE '     QTD WAGES'.
 3950      05 FILLER PIC X(02) VALUE SPACES.
 3955      05 FILLER PIC X(14) VALUE '       QTD TAX'.
 3960      05 FILLER PIC X(61) VALUE SPACES.
 3965
 3970  01  QTR-DETAIL-LINE.
 3975      05 QEL-EMPLOYEE-ID PIC 9(10).
 3980      05 FILLER PIC X(04) VALUE SPACES.
 3985      05 QEL-NAME PIC X(23).
 3990      05 FILLER PIC X(04) VALUE SPACES.
 3995      05 QEL-QTD-WAGES PIC ZZZ,ZZZ,ZZ9.99.
 4000      05 FILLER PIC X(02) VALUE SPACES.
 4005      05 QEL-QTD-TAX PIC ZZZ,ZZZ,ZZ9.99.
 4010      05 FILLER PIC X(61) VALUE SPACES.
 4015
 4020  01  QTR-TOTAL-LINE.
 4025      05 QTL-LABEL PIC X(41).
 4030      05 QTL-QTD-WAGES PIC ZZZ,ZZZ,ZZ9.99.
 4035      05 FILLER PIC X(02) VALUE SPACES.
 4040      05 QTL-QTD-TAX PIC ZZZ,ZZZ,ZZ9.99.
 4045      05 FILLER PIC X(61) VALUE SPACES.
 4050
 4055  01  QTR-TIE-HEAD-LINE.
 4060      05 FILLER PIC X(30) VALUE 'GL TIE-OUT'.
 4065      05 FILLER PIC X(15) VALUE '    QTD BUCKETS'.
 4070      05 FILLER PIC X(02) VALUE SPACES.
 4075      05 FILLER PIC X(15) VALUE '    GL POSTINGS'.
 4080      05 FILLER PIC X(02) VALUE SPACES.
 4085      05 FILLER PIC X(15) VALUE '     DIFFERENCE'.
 4090      05 FILLER PIC X(53) VALUE SPACES.
 4095
 4100  01  QTR-TIE-LINE.
 4105      05 QTI-LABEL PIC X(30).
 4110      05 QTI-QTD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
 4115      05 FILLER PIC X(03) VALUE SPACES.
 4120      05 QTI-GL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
 4125      05 FILLER PIC X(03) VALUE SPACES.
 4130      05 QTI-DIFFERENCE PIC ZZZ,ZZZ,ZZ9.99-.
 4135      05 FILLER PIC X(53) VALUE SPACES.
 4140
 4145  01  QTR-STATUS-LINE.
 4150      05 QSL-MESSAGE PIC X(60).
 4155      05 FILLER PIC X(72) VALUE SPACES.
 4160
 4165  01  QTR-COUNT-LINE.
 4170      05 QCL-LABEL PIC X(45).
 4175      05 QCL-COUNT PIC ZZZ,ZZ9.
 4180      05 FILLER PIC X(80) VALUE SPACES.
 4185
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5015
 5020      PERFORM 040-READ-QUARTER-CARD THRU 040-EXIT.
 5025      OPEN OUTPUT REPORT-FILE.
 5030
 5035      PERFORM 050-TOTAL-GL-QUARTER THRU 050-EXIT.
 5040
 5045      SORT SORT-FILE
 5050          ON ASCENDING KEY SORT-DEPT-CODE
 5055          ON ASCENDING KEY SORT-EMPLOYEE-ID
 5060          INPUT PROCEDURE IS 600-CLOSE-YTD-MASTER
 5065          OUTPUT PROCEDURE IS 700-PRINT-QUARTER.
 5070
 5075      PERFORM 400-PRINT-TIE-OUT THRU 400-EXIT.
 5080
 5085  000-TERMINATE.
 5090      PERFORM 450-PRINT-COUNTS THRU 450-EXIT.
 5095      CLOSE REPORT-FILE.
 5100      IF QUARTER-OUT-OF-BALANCE OR NEW-WRITE-ERRORS > ZERO
 5105          DISPLAY 'QUARTER CLOSE NOT TAKEN - MASTER NOT REPLACED'
 5110              UPON CONSOLE
 5115          MOVE 8 TO RETURN-CODE
 5120      ELSE
 5125          DISPLAY 'YTD QUARTER CLOSE COMPLETE' UPON CONSOLE
 5130          IF GL-DROPPED-COUNT > ZERO
 5135              MOVE 4 TO RETURN-CODE
 5140          END-IF
 5145      END-IF.
 5150
 5155      STOP RUN.
 5160
 5165  040-READ-QUARTER-CARD.
 5170      ACCEPT CLOSING-QUARTER-CARD FROM SYSIN.
 5175      IF CLOSING-QUARTER-X NOT NUMERIC
 5180          GO TO 045-BAD-QUARTER-CARD.
 5185      IF CLOSING-QUARTER-NUMBER < 1 OR CLOSING-QUARTER-NUMBER > 4
 5190          GO TO 045-BAD-QUARTER-CARD.
 5195      MOVE CLOSING-YEAR TO CLOSING-YEAR-R.
 5200      COMPUTE CLOSING-GL-QUARTER = CLOSING-YY * 10
 5205          + CLOSING-QUARTER-NUMBER.
 5210      MOVE CLOSING-YEAR TO QQL-YEAR.
 5215      MOVE CLOSING-QUARTER-NUMBER TO QQL-QUARTER.
 5220      GO TO 040-EXIT.
 5225
 5230  045-BAD-QUARTER-CARD.
 5235      DISPLAY 'CLOSING QUARTER CARD MISSING OR INVALID - '
 5240          CLOSING-QUARTER-X UPON CONSOLE.
 5245      MOVE 8 TO RETURN-CODE.
 5250      STOP RUN.
 5255
 5260  040-EXIT.
 5265      EXIT.
 5270
 5275  050-TOTAL-GL-QUARTER.
 5280      OPEN INPUT GL-QUARTER.
 5285      OPEN OUTPUT GL-CARRY.
 5290      PERFORM 055-READ-ONE-POSTING THRU 055-EXIT
 5295          UNTIL GL-EOF.
 5300      CLOSE GL-QUARTER, GL-CARRY.
 5305
 5310  050-EXIT.
 5315      EXIT.
 5320
 5325  055-READ-ONE-POSTING.
 5330      READ GL-QUARTER
 5335          AT END
 5340              SET GL-EOF TO TRUE
 5345              GO TO 055-EXIT.
 5350      MOVE GL-RUN-MM TO POSTING-MONTH.
 5355      ADD 2 TO POSTING-MONTH.
 5360      DIVIDE POSTING-MONTH BY 3 GIVING POSTING-QUARTER-NUMBER.
 5365      COMPUTE POSTING-GL-QUARTER = GL-RUN-YY * 10
 5370          + POSTING-QUARTER-NUMBER.
 5375      IF POSTING-GL-QUARTER > CLOSING-GL-QUARTER
 5380          WRITE GL-CARRY-REC FROM GL-POSTING-REC
 5385          ADD 1 TO GL-CARRIED-COUNT
 5390          GO TO 055-EXIT.
 5395      IF POSTING-GL-QUARTER < CLOSING-GL-QUARTER
 5400          ADD 1 TO GL-DROPPED-COUNT
 5405          GO TO 055-EXIT.
 5410      ADD 1 TO GL-QUARTER-COUNT.
 5415      IF GL-ACCOUNT-CODE = '500100' AND GL-DEBIT
 5420          ADD GL-POSTING-AMOUNT TO GL-WAGE-DEBIT.
 5425      IF GL-ACCOUNT-CODE = '210300' AND GL-CREDIT
 5430          ADD GL-POSTING-AMOUNT TO GL-TAX-CREDIT.
 5435
 5440  055-EXIT.
 5445      EXIT.
 5450
 5455  400-PRINT-TIE-OUT.
 5460      WRITE REPORT-PRINT-REC FROM QTR-TITLE-LINE
 5465          AFTER ADVANCING PAGE.
 5470      WRITE REPORT-PRINT-REC FROM QTR-QUARTER-LINE
 5475          AFTER ADVANCING 2 LINES.
 5480      WRITE REPORT-PRINT-REC FROM QTR-TIE-HEAD-LINE
 5485          AFTER ADVANCING 3 LINES.
 5490
 5495      MOVE 'WAGES - GL 500100 DEBITS' TO QTI-LABEL.
 5500      MOVE QTD-WAGE-TOTAL TO QTI-QTD-AMOUNT.
 5505      MOVE GL-WAGE-DEBIT TO QTI-GL-AMOUNT.
 5510      SUBTRACT GL-WAGE-DEBIT FROM QTD-WAGE-TOTAL
 5515          GIVING DIFFERENCE-AMOUNT.
 5520      MOVE DIFFERENCE-AMOUNT TO QTI-DIFFERENCE.
 5525      WRITE REPORT-PRINT-REC FROM QTR-TIE-LINE
 5530          AFTER ADVANCING 2 LINES.
 5535      IF DIFFERENCE-AMOUNT NOT = ZERO
 5540          SET QUARTER-OUT-OF-BALANCE TO TRUE.
 5545
 5550      MOVE 'TAX - GL 210300 CREDITS' TO QTI-LABEL.
 5555      MOVE QTD-TAX-TOTAL TO QTI-QTD-AMOUNT.
 5560      MOVE GL-TAX-CREDIT TO QTI-GL-AMOUNT.
 5565      SUBTRACT GL-TAX-CREDIT FROM QTD-TAX-TOTAL
 5570          GIVING DIFFERENCE-AMOUNT.
 5575      MOVE DIFFERENCE-AMOUNT TO QTI-DIFFERENCE.
 5580      WRITE REPORT-PRINT-REC FROM QTR-TIE-LINE
 5585          AFTER ADVANCING 1 LINES.
 5590      IF DIFFERENCE-AMOUNT NOT = ZERO
 5595          SET QUARTER-OUT-OF-BALANCE TO TRUE.
 5600
 5605      IF QUARTER-IN-BALANCE
 5610          MOVE 'QUARTER IS IN BALANCE - QTD BUCKETS RESET'
 5615              TO QSL-MESSAGE
 5620      ELSE
 5625          MOVE '*** OUT OF BALANCE - YTD MASTER NOT REPLACED ***'
 5630              TO QSL-MESSAGE.
 5635      WRITE REPORT-PRINT-REC FROM QTR-STATUS-LINE
 5640          AFTER ADVANCING 3 LINES.
 5645
 5650  400-EXIT.
 5655      EXIT.
 5660
 5665  450-PRINT-COUNTS.
 5670      MOVE 'EMPLOYEES REPORTED FOR THE QUARTER' TO QCL-LABEL.
 5675      MOVE EMPLOYEES-REPORTED TO QCL-COUNT.
 5680      WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5685          AFTER ADVANCING 3 LINES.
 5690      MOVE 'EMPLOYEE QTD BUCKETS RESET' TO QCL-LABEL.
 5695      MOVE EMPLOYEES-RESET TO QCL-COUNT.
 5700      WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5705          AFTER ADVANCING 1 LINES.
 5710      MOVE 'EMPLOYEES ALREADY POSTED TO A LATER QUARTER'
 5715          TO QCL-LABEL.
 5720      MOVE EMPLOYEES-LATER-QUARTER TO QCL-COUNT.
 5725      WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5730          AFTER ADVANCING 1 LINES.
 5735      MOVE 'GL POSTINGS IN THE QUARTER' TO QCL-LABEL.
 5740      MOVE GL-QUARTER-COUNT TO QCL-COUNT.
 5745      WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5750          AFTER ADVANCING 2 LINES.
 5755      MOVE 'GL POSTINGS CARRIED TO THE NEXT QUARTER' TO QCL-LABEL.
 5760      MOVE GL-CARRIED-COUNT TO QCL-COUNT.
 5765      WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5770          AFTER ADVANCING 1 LINES.
 5775      MOVE 'GL POSTINGS FROM AN EARLIER QUARTER DROPPED'
 5780          TO QCL-LABEL.
 5785      MOVE GL-DROPPED-COUNT TO QCL-COUNT.
 5790      WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5795          AFTER ADVANCING 1 LINES.
 5800      IF NEW-WRITE-ERRORS > ZERO
 5805          MOVE 'NEW YTD MASTER WRITE ERRORS' TO QCL-LABEL
 5810          MOVE NEW-WRITE-ERRORS TO QCL-COUNT
 5815          WRITE REPORT-PRINT-REC FROM QTR-COUNT-LINE
 5820              AFTER ADVANCING 2 LINES.
 5825
 5830  450-EXIT.
 5835      EXIT.
 5840
 5845  600-CLOSE-YTD-MASTER SECTION.
 5850  600-START.
 5855      OPEN INPUT EMPLOYEE-YTD-MASTER.
 5860      OPEN INPUT NAME-FILE.
 5865      OPEN OUTPUT NEW-YTD-MASTER.
 5870      READ EMPLOYEE-YTD-MASTER
 5875          AT END MOVE 'Y' TO YTD-EOF-SWITCH.
 5880      PERFORM 610-CLOSE-ONE-EMPLOYEE THRU 610-EXIT
 5885          UNTIL YTD-EOF.
 5890      CLOSE EMPLOYEE-YTD-MASTER, NAME-FILE, NEW-YTD-MASTER.
 5895      GO TO 699-EXIT.
 5900
 5905  610-CLOSE-ONE-EMPLOYEE.
 5910      MOVE YTD-MASTER-REC TO NEW-YTD-MASTER-REC.
 5915      IF YTD-QTD-QUARTER NUMERIC
 5920          AND YTD-QTD-QUARTER > CLOSING-QUARTER
 5925          ADD 1 TO EMPLOYEES-LATER-QUARTER
 5930          GO TO 615-WRITE-NEW-MASTER.
 5935      IF YTD-QTD-QUARTER NUMERIC
 5940          AND YTD-QTD-QUARTER = CLOSING-QUARTER
 5945          PERFORM 620-FIND-EMPLOYEE-NAME THRU 620-EXIT
 5950          PERFORM 630-RELEASE-EMPLOYEE THRU 630-EXIT.
 5955      MOVE ZERO TO NEW-YTD-QTD-WAGES.
 5960      MOVE ZERO TO NEW-YTD-QTD-TAX.
 5965      IF YTD-QTD-QUARTER NOT NUMERIC
 5970          MOVE CLOSING-QUARTER TO NEW-YTD-QTD-QUARTER.
 5975      ADD 1 TO EMPLOYEES-RESET.
 5980
 5985  615-WRITE-NEW-MASTER.
 5990      WRITE NEW-YTD-MASTER-REC.
 5995      IF NEW-FILE-STATUS NOT = '00'
 6000          DISPLAY 'NEW YTD MASTER WRITE ERROR - STATUS '
 6005              NEW-FILE-STATUS UPON CONSOLE
 6010          ADD 1 TO NEW-WRITE-ERRORS.
 6015
 6020      READ EMPLOYEE-YTD-MASTER
 6025          AT END
 6030              MOVE 'Y' TO YTD-EOF-SWITCH.
 6035
 6040  610-EXIT.
 6045      EXIT.
 6050
 6055  620-FIND-EMPLOYEE-NAME.
 6060      PERFORM 625-GET-NAME-RECORD THRU 625-EXIT
 6065          UNTIL NAME-EOF OR NAME-KEY NOT < YTD-EMPLOYEE-ID.
 6070      IF NOT NAME-EOF AND NAME-KEY = YTD-EMPLOYEE-ID
 6075          MOVE NAME TO MATCHED-NAME
 6080          MOVE DEPT-CODE TO MATCHED-DEPT-CODE
 6085      ELSE
 6090          MOVE '** NOT ON PAY MASTER **' TO MATCHED-NAME
 6095          MOVE SPACES TO MATCHED-DEPT-CODE.
 6100
 6105  620-EXIT.
 6110      EXIT.
 6115
 6120  625-GET-NAME-RECORD.
 6125      READ NAME-FILE
 6130          AT END
 6135              SET NAME-EOF TO TRUE
 6140              MOVE 9999999999 TO NAME-KEY
 6145          NOT AT END
 6150              MOVE EMPLOYEE-ID OF NAME-REC TO NAME-KEY.
 6155
 6160  625-EXIT.
 6165      EXIT.
 6170
 6175  630-RELEASE-EMPLOYEE.
 6180      MOVE MATCHED-DEPT-CODE TO SORT-DEPT-CODE.
 6185      MOVE YTD-EMPLOYEE-ID   TO SORT-EMPLOYEE-ID.
 6190      MOVE MATCHED-NAME      TO SORT-NAME.
 6195      MOVE YTD-QTD-WAGES     TO SORT-QTD-WAGES.
 6200      MOVE YTD-QTD-TAX       TO SORT-QTD-TAX.
 6205      RELEASE SORT-REC.
 6210      ADD YTD-QTD-WAGES TO QTD-WAGE-TOTAL.
 6215      ADD YTD-QTD-TAX   TO QTD-TAX-TOTAL.
 6220      ADD 1 TO EMPLOYEES-REPORTED.
 6225
 6230  630-EXIT.
 6235      EXIT.
 6240
 6245  699-EXIT.
 6250      EXIT.
 6255
 6260  700-PRINT-QUARTER SECTION.
 6265  700-START.
 6270      MOVE HIGH-VALUES TO PRIOR-DEPT-CODE.
 6275      PERFORM 710-GET-SORTED-RECORD THRU 710-EXIT
 6280          UNTIL SORT-EOF.
 6285      IF PRIOR-DEPT-CODE NOT = HIGH-VALUES
 6290          PERFORM 740-PRINT-DEPT-TOTAL THRU 740-EXIT.
 6295      MOVE 'COMPANY TOTAL' TO QTL-LABEL.
 6300      MOVE QTD-WAGE-TOTAL TO QTL-QTD-WAGES.
 6305      MOVE QTD-TAX-TOTAL TO QTL-QTD-TAX.
 6310      WRITE REPORT-PRINT-REC FROM QTR-TOTAL-LINE
 6315          AFTER ADVANCING 3 LINES.
 6320      GO TO 799-EXIT.
 6325
 6330  710-GET-SORTED-RECORD.
 6335      RETURN SORT-FILE
 6340          AT END
 6345              SET SORT-EOF TO TRUE
 6350          NOT AT END
 6355              PERFORM 720-PRINT-ONE-EMPLOYEE THRU 720-EXIT
 6360      END-RETURN.
 6365
 6370  710-EXIT.
 6375      EXIT.
 6380
 6385  720-PRINT-ONE-EMPLOYEE.
 6390      IF SORT-DEPT-CODE NOT = PRIOR-DEPT-CODE
 6395          IF PRIOR-DEPT-CODE NOT = HIGH-VALUES
 6400              PERFORM 740-PRINT-DEPT-TOTAL THRU 740-EXIT
 6405          END-IF
 6410          MOVE SORT-DEPT-CODE TO QDL-DEPT-CODE
 6415          WRITE REPORT-PRINT-REC FROM QTR-TITLE-LINE
 6420              AFTER ADVANCING PAGE
 6425          WRITE REPORT-PRINT-REC FROM QTR-QUARTER-LINE
 6430              AFTER ADVANCING 2 LINES
 6435          WRITE REPORT-PRINT-REC FROM QTR-DEPT-LINE
 6440              AFTER ADVANCING 2 LINES
 6445          WRITE REPORT-PRINT-REC FROM QTR-HEAD-LINE
 6450              AFTER ADVANCING 2 LINES
 6455          MOVE SORT-DEPT-CODE TO PRIOR-DEPT-CODE
 6460      END-IF.
 6465      MOVE SORT-EMPLOYEE-ID TO QEL-EMPLOYEE-ID.
 6470      MOVE SORT-NAME        TO QEL-NAME.
 6475      MOVE SORT-QTD-WAGES   TO QEL-QTD-WAGES.
 6480      MOVE SORT-QTD-TAX     TO QEL-QTD-TAX.
 6485      WRITE REPORT-PRINT-REC FROM QTR-DETAIL-LINE
 6490          AFTER ADVANCING 1 LINES.
 6495      ADD SORT-QTD-WAGES TO DEPT-WAGE-TOTAL.
 6500      ADD SORT-QTD-TAX   TO DEPT-TAX-TOTAL.
 6505
 6510  720-EXIT.
 6515      EXIT.
 6520
 6525  740-PRINT-DEPT-TOTAL.
 6530      MOVE 'DEPARTMENT TOTAL' TO QTL-LABEL.
 6535      MOVE DEPT-WAGE-TOTAL TO QTL-QTD-WAGES.
 6540      MOVE DEPT-TAX-TOTAL TO QTL-QTD-TAX.
 6545      WRITE REPORT-PRINT-REC FROM QTR-TOTAL-LINE
 6550          AFTER ADVANCING 2 LINES.
 6555      MOVE ZERO TO DEPT-WAGE-TOTAL.
 6560      MOVE ZERO TO DEPT-TAX-TOTAL.
 6565
 6570  740-EXIT.
 6575      EXIT.
 6580
 6585  799-EXIT.
 6590      EXIT.
 6595
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.YTDDD    DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=OLD
//GO.NAMEDD   DD DSNAME=HERC01.SALARIES.QTR.ID.SORTED,
//             DISP=(OLD,DELETE)
//* THE QUARTER'S GL POSTINGS, APPENDED BY HERC01S AND HERC14S.
//* POSTINGS WITH A PAY DATE IN A LATER QUARTER ARE COPIED TO GLCDD
//* AND REPLACE THE QUARTER GL FILE AT THE END OF THE JOB, SO THEY
//* COUNT TOWARD THE NEXT CLOSE.
//GO.GLQDD    DD DSNAME=HERC01.SALARIES.GLQTR,DISP=SHR
//GO.GLCDD    DD DSNAME=HERC01.SALARIES.GLQNEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=34,BLKSIZE=340)
//GO.NEWDD    DD DSNAME=HERC01.EMPLOYEE.YTDQNEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(CYL,(5,1)),UNIT=SYSDA,
//             DCB=(DSORG=IS,RECFM=F,LRECL=64,BLKSIZE=64,
//             KEYLEN=10,RKP=0,OPTCD=Y,CYLOFL=2)
//* WORK SPACE FOR THE INTERNAL SORT BY DEPARTMENT:
//GO.SORTWK01 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//GO.SORTWK02 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//GO.SORTWK03 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//* THE CLOSING QUARTER, YYYYQ IN COLUMNS 1-5:
//GO.SYSIN    DD *
20263
/*
//* REPLACE THE PRODUCTION YTD MASTER WITH THE RESET COPY ONLY WHEN THE
//* CLOSE ABOVE TIED OUT.  UNLOAD/LOAD THROUGH IEBISAM SO THE INDEX IS
//* REBUILT CLEANLY.
//COPYNEW  EXEC PGM=IEBISAM,PARM='COPY',COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSUT1   DD DSNAME=HERC01.EMPLOYEE.YTDQNEW,DISP=SHR
//SYSUT2   DD DSNAME=HERC01.EMPLOYEE.YTDMSTR,DISP=OLD
//* START THE NEXT QUARTER'S GL FILE FROM THE POSTINGS CARRIED FORWARD
//* (NORMALLY NONE).
//COPYGL   EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DSNAME=HERC01.SALARIES.GLQNEW,DISP=SHR
//SYSUT2   DD DSNAME=HERC01.SALARIES.GLQTR,DISP=OLD
//
