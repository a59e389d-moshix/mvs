//HERC15R  JOB (COBOL),
//             'RETRO PAY WORKSHEET',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* RETROACTIVE PAY FOR BACK-DATED SALARY CHANGES.  THE PROGRAM READS
//* THE CHANGE HISTORY (HERC01.SALARIES.CHGHIST) WRITTEN BY THE
//* MAINTENANCE JOB AND PICKS UP EVERY SALARY CHANGE WHOSE EFFECTIVE
//* DATE IS EARLIER THAN THE DAY IT WAS KEYED.  FOR EACH ONE IT LOOKS
//* UP THE PAY-PERIOD CALENDAR (HERC01.SALARIES.PAYCAL) AND PRICES
//* EVERY PERIOD THAT ENDED ON OR AFTER THE EFFECTIVE DATE BUT WAS
//* PAID BEFORE THE CHANGE WAS KEYED - THAT PERIOD WAS PAID AT THE OLD
//* SALARY AND IS OWED THE DIFFERENCE IN FULL.  A PAYROLL RUN ON THE
//* SAME DAY AS THE MAINTENANCE RUN IS TAKEN TO HAVE RUN AFTER IT.
//* A PERIOD IS PRICED ONLY IF THE PAY HISTORY
//* (HERC01.SALARIES.PAYHIST) HOLDS A REGULAR-RUN RECORD FOR THE
//* EMPLOYEE IN IT; A PERIOD IN THE HISTORY WITH NO RECORD FOR THE
//* EMPLOYEE WAS NOT PAID AND IS NOT OWED.  FOR A PERIOD OLDER THAN
//* THE FIRST ONE ON THE PAY HISTORY, THE EMPLOYEE'S HIRE AND
//* TERMINATION DATES ON THE PAY MASTER SAY WHETHER IT WAS PAID.  A
//* PERIOD THAT CANNOT BE CONFIRMED EITHER WAY - NOT YET ON THE PAY
//* HISTORY, OR OLDER THAN IT FOR AN EMPLOYEE NO LONGER ON THE MASTER
//* OR WITH NO HIRE DATE - IS LISTED FOR PAYROLL TO SETTLE BY HAND,
//* IS NOT CARDED, AND ENDS THE JOB WITH RETURN CODE 4.
//*
//* RUN IT TWICE.  FIRST WITH 'PROPOSE' ON GO.SYSIN: THE RETRO
//* WORKSHEET PRINTS FOR PAYROLL TO APPROVE AND NOTHING IS WRITTEN.
//* THEN, ONCE THE WORKSHEET IS SIGNED, WITH 'APPROVE': THE SAME
//* WORKSHEET PRINTS AGAIN AND EACH APPROVED CHANGE IS WRITTEN AS A
//* RETRO PAY ('RP') PAYMENT CARD ON THE END OF HERC01.SALARIES.SUPPIN,
//* THE CARD DECK FOR THE NEXT SUPPLEMENTAL PAYROLL (HERC14S), SO THE
//* BACK PAY IS TAXED AND POSTED TO YTD LIKE ANY OTHER PAY.  THAT RUN
//* EMPTIES THE DECK ONCE ITS CARDS ARE POSTED.  RUN THAT
//* SUPPLEMENTAL ON THE NEXT PAYDAY, OR OFF-CYCLE IF IT CANNOT WAIT.
//* AN EMPLOYEE PAYROLL DOES NOT WANT CARDED ON THIS APPROVAL GOES ON
//* AN 'EXCLUDE' CARD (EMPLOYEE-ID IN COLUMNS 10-19) BEHIND THE
//* APPROVE CARD.
//*
//* AN APPROVAL MOVES THE HIGH-WATER MARK ON THE RETRO CONTROL RECORD
//* TO THE END OF THE CHANGE HISTORY, SO NO CHANGE IS EVER PRICED
//* TWICE.  CHANGES THE PROGRAM CANNOT PRICE ITSELF - HOURLY RATES,
//* PAY CUTS, EMPLOYEES NO LONGER ON THE MASTER, EXCLUSIONS - PRINT
//* WITH THEIR PERIODS FOR PAYROLL TO SETTLE BY HAND AND END THE JOB
//* WITH RETURN CODE 4.  RETURN CODE 8 MEANS NOTHING WAS DONE.
//SORTEMP  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.RETRO.EMP.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A)
/*
//* THE PAY HISTORY IN EMPLOYEE-ID AND PERIOD ORDER, TO BE READ
//* FORWARD AGAINST THE SORTED CHANGES.
//SORTHIST EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.PAYHIST,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.RETRO.HIST.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(10,10)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=150,BLKSIZE=1500)
//SYSIN    DD *
  SORT FIELDS=(1,10,CH,A,12,4,CH,A)
/*
//RETRO    EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   RETROACTIVE PAY WORKSHEET PROGRAM
  160 ***   PRICES BACK-DATED SALARY CHANGES AGAINST THE PERIODS
  165 ***   ALREADY PAID AND CARDS THE APPROVED ARREARS FOR THE
  168 ***   SUPPLEMENTAL PAYROLL
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. RETROPAY.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT CONTROL-CARD-FILE ASSIGN TO UR-S-SYSIN.
 1425      SELECT HISTORY-FILE ASSIGN TO DA-S-HISTDD.
 1430      SELECT SORT-FILE    ASSIGN TO DA-S-SORTWK01.
 1435      SELECT EMPL-FILE    ASSIGN TO DA-S-EMPDD.
 1440      SELECT PAY-CALENDAR ASSIGN TO DA-S-CALDD.
 1445      SELECT RETRO-CONTROL ASSIGN TO DA-S-CTLDD.
 1450      SELECT SUPP-CARD-FILE ASSIGN TO DA-S-SUPDD.
 1455      SELECT WORKSHEET-FILE ASSIGN TO UR-S-SYSPRINT.
 1460      SELECT PAY-HISTORY  ASSIGN TO DA-S-PAYHDD.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  CONTROL-CARD-FILE
 2800      BLOCK CONTAINS 0 RECORDS
 3000      DATA RECORD IS RETRO-CARD.
 3010
 3015  01  RETRO-CARD.
 3020      05 RC-ACTION PIC X(08).
 3025      88 PROPOSE-CARD                       VALUE 'PROPOSE'.
 3030      88 APPROVE-CARD                       VALUE 'APPROVE'.
 3035      88 EXCLUDE-CARD                       VALUE 'EXCLUDE'.
 3040      05 FILLER PIC X(01).
 3045      05 RC-EMPLOYEE-ID PIC 9(10).
 3050      05 FILLER PIC X(61).
 3055
 3060  FD  HISTORY-FILE
 3065      BLOCK CONTAINS 0 RECORDS
 3070      DATA RECORD IS HISTORY-REC.
 3075
 3080  01  HISTORY-REC.
 3085      05 HIST-RUN-DATE PIC 9(8).
 3090      05 HIST-TRANS-CODE PIC X(01).
 3095      88 HIST-CHANGE                        VALUE 'C'.
 3100      05 HIST-EMPLOYEE-ID PIC 9(10).
 3105      05 HIST-OLD-NAME PIC X(23).
 3110      05 HIST-OLD-SALARY PIC 9(6)V99.
 3115      05 HIST-OLD-DEPT PIC X(06).
 3120      05 HIST-OLD-STATUS PIC X(01).
 3125      05 HIST-NEW-NAME PIC X(23).
 3130      05 HIST-NEW-SALARY PIC 9(6)V99.
 3135      05 HIST-NEW-DEPT PIC X(06).
 3140      05 HIST-NEW-STATUS PIC X(01).
 3145      05 HIST-EFFECTIVE-DATE PIC 9(8) COMP-3.
 3150
 3155  SD  SORT-FILE
 3160      DATA RECORD IS SORT-REC.
 3165
 3170  01  SORT-REC.
 3175      05 SORT-EMPLOYEE-ID PIC 9(10).
 3180      05 SORT-RUN-DATE PIC 9(8).
 3185      05 SORT-EFFECTIVE-DATE PIC 9(8).
 3190      05 SORT-NAME PIC X(23).
 3195      05 SORT-DEPT PIC X(06).
 3200      05 SORT-OLD-SALARY PIC 9(6)V99.
 3205      05 SORT-NEW-SALARY PIC 9(6)V99.
 3210
 3215  FD  EMPL-FILE
 3220      BLOCK CONTAINS 0 RECORDS
 3225      DATA RECORD IS SALARIES-REC.
 3230
 3235  01  SALARIES-REC.
 3240      05 EMPLOYEE-ID PIC 9(10).
 3245      05 NAME PIC A(23).
 3250      05 SALARY PIC  9(6)V99.
 3255      05 DEPT-CODE PIC X(06).
 3260      05 EMPL-STATUS PIC X(01).
 3265      05 HIRE-DATE PIC 9(8).
 3270      05 TERM-DATE PIC 9(8).
 3275      05 PAY-BASIS PIC X(01).
 3280      88 EMPLOYEE-HOURLY                    VALUE 'H'.
 3285      05 FILLER PIC X(15).
 3290
 3295  FD  PAY-CALENDAR
 3300      BLOCK CONTAINS 0 RECORDS
 3305      DATA RECORD IS PAY-CALENDAR-REC.
 3310
 3315  01  PAY-CALENDAR-REC.
 3320      05 CAL-PERIOD-NUMBER PIC 9(4).
 3325      05 CAL-START-DATE PIC 9(8).
 3330      05 CAL-END-DATE PIC 9(8).
 3335      05 CAL-PAY-DATE PIC 9(8).
 3340      05 CAL-STATUS PIC X(01).
 3345      05 CAL-RUN-DATE PIC 9(8).
 3350      05 FILLER PIC X(43).
 3355
 3360  FD  RETRO-CONTROL
 3365      BLOCK CONTAINS 0 RECORDS
 3370      DATA RECORD IS RETRO-CONTROL-REC.
 3375
 3380  01  RETRO-CONTROL-REC.
 3385      05 RT-HIST-RECORDS-DONE PIC 9(9).
 3390      05 RT-LAST-APPROVED-DATE PIC 9(8).
 3395      05 FILLER PIC X(63).
 3400
 3405  FD  SUPP-CARD-FILE
 3410      BLOCK CONTAINS 0 RECORDS
 3415      DATA RECORD IS PAYMENT-CARD-REC.
 3420
 3425  01  PAYMENT-CARD-REC.
 3430      05 SP-EMPLOYEE-ID PIC 9(10).
 3435      05 SP-EARN-TYPE PIC X(02).
 3440      05 SP-AMOUNT PIC 9(6)V99.
 3445      05 SP-REFERENCE PIC X(20).
 3450      05 FILLER PIC X(40).
 3455
 3460  FD  WORKSHEET-FILE
 3465      LABEL RECORDS ARE OMITTED
 3470      DATA RECORD IS WORKSHEET-PRINT-REC.
 3475
 3480  01  WORKSHEET-PRINT-REC PIC X(132).
 3485
 3485A FD  PAY-HISTORY
 3485B     BLOCK CONTAINS 0 RECORDS
 3485C     DATA RECORD IS PAY-HISTORY-REC.
 3485D
 3485E 01  PAY-HISTORY-REC.
 3485F     05 HST-EMPLOYEE-ID PIC 9(10).
 3485G     05 HST-RUN-TYPE PIC X(01).
 3485H     88 HST-REGULAR-RUN                    VALUE 'R'.
 3485I     05 HST-PERIOD-NUMBER PIC 9(4).
 3485J     05 FILLER PIC X(135).
 3485K
 3700  WORKING-STORAGE SECTION.
 3705  77  CARD-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3710  88  CARD-EOF                             VALUE 'Y'.
 3715  77  HIST-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3720  88  HIST-EOF                             VALUE 'Y'.
 3725  77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3730  88  SORT-EOF                             VALUE 'Y'.
 3735  77  EMPL-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3740  88  EMPL-EOF                             VALUE 'Y'.
 3745  77  CAL-EOF-SWITCH              PIC X(1)    VALUE 'N'.
 3750  88  CAL-EOF                              VALUE 'Y'.
 3755  77  RUN-MODE-SWITCH             PIC X(1)    VALUE SPACE.
 3760  88  PROPOSE-MODE                         VALUE 'P'.
 3765  88  APPROVE-MODE                         VALUE 'A'.
 3770  77  EMPL-CHECK-SWITCH           PIC X(1)    VALUE 'N'.
 3775  88  EMPLOYEE-ON-FILE                     VALUE 'Y'.
 3780  77  EXCLUDED-SWITCH             PIC X(1)    VALUE 'N'.
 3785  88  EMPLOYEE-EXCLUDED                    VALUE 'Y'.
 3790  77  CARD-SWITCH                 PIC X(1)    VALUE 'N'.
 3795  88  CHANGE-TO-BE-CARDED                  VALUE 'Y'.
 3800  77  EMPL-KEY                    PIC 9(10)   VALUE ZERO.
 3805  77  RETRO-RUN-DATE              PIC 9(8)    VALUE ZERO.
 3810  77  HIST-READ-COUNT             PIC 9(9)    VALUE ZERO.
 3815  77  SALARY-DIFFERENCE           PIC S9(6)V99 VALUE ZERO.
 3820  77  CHANGE-ARREARS              PIC S9(7)V99 VALUE ZERO.
 3825  77  PERIODS-OWED                PIC 9(4)    VALUE ZERO.
 3830  77  MAX-CARD-AMOUNT             PIC 9(6)V99 VALUE 999999.99.
 3835  77  CHANGE-STATUS               PIC X(30)   VALUE SPACES.
 3840  77  CHANGES-FOUND               PIC 9(7)    VALUE ZERO.
 3845  77  CHANGES-CARDED              PIC 9(7)    VALUE ZERO.
 3850  77  CHANGES-BY-HAND             PIC 9(7)    VALUE ZERO.
 3855  77  CHANGES-NOT-OWED            PIC 9(7)    VALUE ZERO.
 3860  77  ARREARS-CARDED-TOTAL        PIC 9(9)V99 VALUE ZERO.
 3860A 77  PAY-HIST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
 3860B 88  PAY-HIST-EOF                         VALUE 'Y'.
 3860C 77  PAY-HIST-KEY                PIC 9(10)   VALUE ZERO.
 3860D 77  PAID-EMPLOYEE-ID            PIC 9(10)   VALUE ZERO.
 3860E 77  FIRST-HIST-PERIOD           PIC 9(4)    VALUE 9999.
 3860F 77  LAST-HIST-PERIOD            PIC 9(4)    VALUE ZERO.
 3860G 77  PERIOD-CHECK-SWITCH         PIC X(1)    VALUE SPACE.
 3860H 88  PERIOD-CONFIRMED                     VALUE 'Y'.
 3860I 88  PERIOD-NOT-PAID                      VALUE 'N'.
 3860J 88  PERIOD-UNCONFIRMED                   VALUE 'U'.
 3860K 77  CHANGE-UNCONFIRMED          PIC 9(4)    VALUE ZERO.
 3860L 77  PERIODS-BY-HAND             PIC 9(7)    VALUE ZERO.
 3865  77  EXCLUDE-COUNT               PIC 9(4)    COMP VALUE ZERO.
 3870  01  EXCLUDE-TABLE-AREA.
 3875      05  EXCLUDE-ENTRY OCCURS 100 TIMES
 3880              INDEXED BY EXCL-IX.
 3885          10  EXCL-EMPLOYEE-ID    PIC 9(10).
 3890  77  CAL-TABLE-COUNT             PIC 9(4)    COMP VALUE ZERO.
 3895  01  CAL-TABLE-AREA.
 3900      05  CAL-TABLE-ENTRY OCCURS 500 TIMES
 3905              INDEXED BY CAL-IX.
 3910          10  CAL-TBL-PERIOD      PIC 9(4).
 3915          10  CAL-TBL-START       PIC 9(8).
 3920          10  CAL-TBL-END         PIC 9(8).
 3925          10  CAL-TBL-PAY-DATE    PIC 9(8).
 3930          10  CAL-TBL-RUN-DATE    PIC 9(8).
 3930A         10  CAL-TBL-PAID        PIC X(01).
 3935
 3940  01  RETRO-REFERENCE.
 3945      05 FILLER PIC X(10) VALUE 'RETRO EFF '.
 3950      05 RR-EFFECTIVE-DATE PIC 9(8).
 3955      05 FILLER PIC X(02) VALUE SPACES.
 3960
 3965  01  RETRO-TITLE-LINE.
 3970      05 FILLER PIC X(25) VALUE SPACES.
 3975      05 FILLER PIC X(41) VALUE
 3980          'R E T R O   P A Y   W O R K S H E E T'.
 3985      05 FILLER PIC X(21) VALUE ' -  B I M  C O R P .'.
 3990      05 FILLER PIC X(45) VALUE SPACES.
 3995
 4000  01  RETRO-RUN-LINE.
 4005      05 FILLER PIC X(10) VALUE 'RUN DATE: '.
 4010      05 WRL-RUN-DATE PIC 9(8).
 4015      05 FILLER PIC X(04) VALUE SPACES.
 4020      05 WRL-MODE PIC X(40).
 4025      05 FILLER PIC X(28) VALUE 'HISTORY RECORDS ALREADY DONE'.
 4030      05 FILLER PIC X(02) VALUE ': '.
 4035      05 WRL-RECORDS-DONE PIC ZZZ,ZZZ,ZZ9.
 4040      05 FILLER PIC X(37) VALUE SPACES.
 4045
 4050  01  RETRO-HEAD-LINE.
 4055      05 FILLER PIC X(12) VALUE 'EMPL.ID'.
 4060      05 FILLER PIC X(25) VALUE 'EMPLOYEE NAME'.
 4065      05 FILLER PIC X(08) VALUE 'DEPT'.
 4070      05 FILLER PIC X(10) VALUE 'EFFECTIVE'.
 4075      05 FILLER PIC X(10) VALUE 'KEYED'.
 4080      05 FILLER PIC X(13) VALUE '  OLD SALARY'.
 4085      05 FILLER PIC X(13) VALUE '  NEW SALARY'.
 4090      05 FILLER PIC X(13) VALUE '  DIFFERENCE'.
 4095      05 FILLER PIC X(28) VALUE SPACES.
 4100
 4105  01  RETRO-CHANGE-LINE.
 4110      05 WCL-EMPLOYEE-ID PIC 9(10).
 4115      05 FILLER PIC X(02) VALUE SPACES.
 4120      05 WCL-NAME PIC X(23).
 4125      05 FILLER PIC X(02) VALUE SPACES.
 4130      05 WCL-DEPT PIC X(06).
 4135      05 FILLER PIC X(02) VALUE SPACES.
 4140      05 WCL-EFFECTIVE-DATE PIC 9(8).
 4145      05 FILLER PIC X(02) VALUE SPACES.
 4150      05 WCL-RUN-DATE PIC 9(8).
 4155      05 FILLER PIC X(02) VALUE SPACES.
 4160      05 WCL-OLD-SALARY PIC ZZZ,ZZ9.99.
 4165      05 FILLER PIC X(03) VALUE SPACES.
 4170      05 WCL-NEW-SALARY PIC ZZZ,ZZ9.99.
 4175      05 FILLER PIC X(03) VALUE SPACES.
 4180      05 WCL-DIFFERENCE PIC ZZZ,ZZ9.99-.
 4185      05 FILLER PIC X(30) VALUE SPACES.
 4190
 4195  01  RETRO-PERIOD-LINE.
 4200      05 FILLER PIC X(12) VALUE SPACES.
 4205      05 FILLER PIC X(07) VALUE 'PERIOD '.
 4210      05 WPL-PERIOD PIC 9(4).
 4215      05 FILLER PIC X(02) VALUE SPACES.
 4220      05 WPL-START-DATE PIC 9(8).
 4225      05 FILLER PIC X(03) VALUE ' - '.
 4230      05 WPL-END-DATE PIC 9(8).
 4235      05 FILLER PIC X(08) VALUE '  PAID: '.
 4240      05 WPL-PAY-DATE PIC 9(8).
 4245      05 FILLER PIC X(02) VALUE SPACES.
 4250      05 WPL-AMOUNTS PIC X(60).
 4255      05 FILLER PIC X(10) VALUE SPACES.
 4260
 4265  01  RETRO-PERIOD-AMOUNTS.
 4270      05 FILLER PIC X(09) VALUE 'PAID AT: '.
 4275      05 WPA-PAID-AT PIC ZZZ,ZZ9.99.
 4280      05 FILLER PIC X(08) VALUE '  DUE: '.
 4285      05 WPA-DUE PIC ZZZ,ZZ9.99.
 4290      05 FILLER PIC X(12) VALUE '  ARREARS: '.
 4295      05 WPA-ARREARS PIC ZZZ,ZZ9.99-.
 4300
 4305  01  RETRO-TOTAL-LINE.
 4310      05 FILLER PIC X(12) VALUE SPACES.
 4315      05 FILLER PIC X(12) VALUE 'ARREARS FOR '.
 4320      05 WTL-PERIODS PIC ZZZ9.
 4325      05 FILLER PIC X(10) VALUE ' PERIODS: '.
 4330      05 WTL-ARREARS PIC $$,$$$,$$9.99-.
 4335      05 FILLER PIC X(04) VALUE SPACES.
 4340      05 WTL-STATUS PIC X(30).
 4345      05 FILLER PIC X(46) VALUE SPACES.
 4350
 4355  01  RETRO-NONE-LINE.
 4360      05 FILLER PIC X(40) VALUE
 4365          'NO BACK-DATED SALARY CHANGES TO PRICE'.
 4370      05 FILLER PIC X(92) VALUE SPACES.
 4375
 4380  01  RETRO-FINAL-LINE.
 4385      05 WFL-LABEL PIC X(34).
 4390      05 WFL-COUNT PIC ZZZ,ZZ9.
 4395      05 FILLER PIC X(04) VALUE SPACES.
 4400      05 WFL-AMOUNT PIC $$$,$$$,$$9.99.
 4405      05 FILLER PIC X(73) VALUE SPACES.
 4410
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5015
 5020      ACCEPT RETRO-RUN-DATE FROM DATE YYYYMMDD.
 5025      PERFORM 050-LOAD-CONTROL-CARDS THRU 050-EXIT.
 5030      PERFORM 010-READ-RETRO-CONTROL THRU 010-EXIT.
 5035      PERFORM 040-LOAD-CALENDAR THRU 040-EXIT.
 5035A     PERFORM 048-FIND-HISTORY-RANGE THRU 048-EXIT.
 5040
 5045      OPEN INPUT EMPL-FILE, PAY-HISTORY.
 5050      OPEN OUTPUT WORKSHEET-FILE.
 5055      IF APPROVE-MODE
 5060          OPEN EXTEND SUPP-CARD-FILE.
 5065
 5070      MOVE RETRO-RUN-DATE TO WRL-RUN-DATE.
 5075      IF APPROVE-MODE
 5080          MOVE 'APPROVED - ARREARS CARDED FOR PAYMENT'
 5085              TO WRL-MODE
 5090      ELSE
 5095          MOVE 'PROPOSED - FOR PAYROLL APPROVAL' TO WRL-MODE.
 5100      MOVE RT-HIST-RECORDS-DONE TO WRL-RECORDS-DONE.
 5105      WRITE WORKSHEET-PRINT-REC FROM RETRO-TITLE-LINE
 5110          AFTER ADVANCING PAGE.
 5115      WRITE WORKSHEET-PRINT-REC FROM RETRO-RUN-LINE
 5120          AFTER ADVANCING 2 LINES.
 5125      WRITE WORKSHEET-PRINT-REC FROM RETRO-HEAD-LINE
 5130          AFTER ADVANCING 2 LINES.
 5135
 5140      SORT SORT-FILE
 5145          ON ASCENDING KEY SORT-EMPLOYEE-ID
 5150          ON ASCENDING KEY SORT-RUN-DATE
 5155          INPUT PROCEDURE IS 600-SELECT-CHANGES
 5160          OUTPUT PROCEDURE IS 700-PRICE-CHANGES.
 5165
 5170  000-TERMINATE.
 5175      IF CHANGES-FOUND = ZERO
 5180          WRITE WORKSHEET-PRINT-REC FROM RETRO-NONE-LINE
 5185              AFTER ADVANCING 2 LINES.
 5190      PERFORM 900-PRINT-FINAL-TOTALS THRU 900-EXIT.
 5195
 5200      IF APPROVE-MODE
 5205          MOVE HIST-READ-COUNT TO RT-HIST-RECORDS-DONE
 5210          MOVE RETRO-RUN-DATE TO RT-LAST-APPROVED-DATE
 5215          REWRITE RETRO-CONTROL-REC
 5220          CLOSE SUPP-CARD-FILE.
 5225      CLOSE EMPL-FILE, WORKSHEET-FILE, RETRO-CONTROL,
 5225A           PAY-HISTORY.
 5230
 5235      IF CHANGES-BY-HAND > ZERO
 5240          DISPLAY 'RETRO CHANGES LEFT FOR HAND PRICING - '
 5245              CHANGES-BY-HAND UPON CONSOLE
 5250          MOVE 4 TO RETURN-CODE.
 5250A     IF PERIODS-BY-HAND > ZERO
 5250B         DISPLAY 'RETRO PERIODS LEFT FOR HAND SETTLEMENT - '
 5250C             PERIODS-BY-HAND UPON CONSOLE
 5250D         MOVE 4 TO RETURN-CODE.
 5255
 5260      STOP RUN.
 5265
 5270  010-READ-RETRO-CONTROL.
 5275      OPEN I-O RETRO-CONTROL.
 5280      READ RETRO-CONTROL
 5285          AT END
 5290              DISPLAY 'RETRO CONTROL RECORD EMPTY - RUN TERMINATED'
 5295                  UPON CONSOLE
 5300              MOVE 8 TO RETURN-CODE
 5305              STOP RUN
 5310      END-READ.
 5315      IF RT-HIST-RECORDS-DONE NOT NUMERIC
 5320          DISPLAY 'RETRO CONTROL RECORD INVALID - RUN TERMINATED'
 5325              UPON CONSOLE
 5330          MOVE 8 TO RETURN-CODE
 5335          STOP RUN
 5340      END-IF.
 5345
 5350  010-EXIT.
 5355      EXIT.
 5360
 5365  040-LOAD-CALENDAR.
 5370      OPEN INPUT PAY-CALENDAR.
 5375      PERFORM 045-LOAD-ONE-PERIOD THRU 045-EXIT
 5380          UNTIL CAL-EOF.
 5385      CLOSE PAY-CALENDAR.
 5390      IF CAL-TABLE-COUNT = ZERO
 5395          DISPLAY 'PAY CALENDAR EMPTY - RUN TERMINATED'
 5400              UPON CONSOLE
 5405          MOVE 8 TO RETURN-CODE
 5410          STOP RUN
 5415      END-IF.
 5420
 5425  040-EXIT.
 5430      EXIT.
 5435
 5440  045-LOAD-ONE-PERIOD.
 5445      READ PAY-CALENDAR
 5450          AT END SET CAL-EOF TO TRUE
 5455          NOT AT END
 5460              IF CAL-TABLE-COUNT < 500
 5465                  ADD 1 TO CAL-TABLE-COUNT
 5470                  SET CAL-IX TO CAL-TABLE-COUNT
 5475                  MOVE CAL-PERIOD-NUMBER TO CAL-TBL-PERIOD(CAL-IX)
 5480                  MOVE CAL-START-DATE TO CAL-TBL-START(CAL-IX)
 5485                  MOVE CAL-END-DATE TO CAL-TBL-END(CAL-IX)
 5490                  MOVE CAL-PAY-DATE TO CAL-TBL-PAY-DATE(CAL-IX)
 5495                  MOVE CAL-RUN-DATE TO CAL-TBL-RUN-DATE(CAL-IX)
 5500              ELSE
 5505                  DISPLAY 'PAY CALENDAR TABLE FULL - RUN ENDED'
 5510                      UPON CONSOLE
 5515                  MOVE 8 TO RETURN-CODE
 5520                  STOP RUN
 5525              END-IF
 5530      END-READ.
 5535
 5540  045-EXIT.
 5545      EXIT.
 5545A
 5545B 048-FIND-HISTORY-RANGE.
 5545C     OPEN INPUT PAY-HISTORY.
 5545D     PERFORM 049-SCAN-ONE-HISTORY THRU 049-EXIT
 5545E         UNTIL PAY-HIST-EOF.
 5545F     CLOSE PAY-HISTORY.
 5545G     MOVE 'N' TO PAY-HIST-EOF-SWITCH.
 5545H
 5545I 048-EXIT.
 5545J     EXIT.
 5545K
 5545L 049-SCAN-ONE-HISTORY.
 5545M     READ PAY-HISTORY
 5545N         AT END SET PAY-HIST-EOF TO TRUE
 5545P         NOT AT END
 5545Q             IF HST-REGULAR-RUN
 5545R                 IF HST-PERIOD-NUMBER < FIRST-HIST-PERIOD
 5545S                     MOVE HST-PERIOD-NUMBER TO FIRST-HIST-PERIOD
 5545T                 END-IF
 5545U                 IF HST-PERIOD-NUMBER > LAST-HIST-PERIOD
 5545V                     MOVE HST-PERIOD-NUMBER TO LAST-HIST-PERIOD
 5545W                 END-IF
 5545X             END-IF
 5545Y     END-READ.
 5546
 5546A 049-EXIT.
 5546B     EXIT.
 5550
 5555  050-LOAD-CONTROL-CARDS.
 5560      OPEN INPUT CONTROL-CARD-FILE.
 5565      PERFORM 055-LOAD-ONE-CARD THRU 055-EXIT
 5570          UNTIL CARD-EOF.
 5575      CLOSE CONTROL-CARD-FILE.
 5580      IF NOT PROPOSE-MODE AND NOT APPROVE-MODE
 5585          DISPLAY 'NO PROPOSE OR APPROVE CARD ON SYSIN - '
 5590              'RUN TERMINATED' UPON CONSOLE
 5595          MOVE 8 TO RETURN-CODE
 5600          STOP RUN
 5605      END-IF.
 5610
 5615  050-EXIT.
 5620      EXIT.
 5625
 5630  055-LOAD-ONE-CARD.
 5635      READ CONTROL-CARD-FILE
 5640          AT END
 5645              SET CARD-EOF TO TRUE
 5650              GO TO 055-EXIT
 5655      END-READ.
 5660      IF PROPOSE-CARD
 5665          SET PROPOSE-MODE TO TRUE
 5670          GO TO 055-EXIT.
 5675      IF APPROVE-CARD
 5680          SET APPROVE-MODE TO TRUE
 5685          GO TO 055-EXIT.
 5690      IF NOT EXCLUDE-CARD OR RC-EMPLOYEE-ID NOT NUMERIC
 5695          DISPLAY 'INVALID RETRO CONTROL CARD - RUN TERMINATED - '
 5700              RETRO-CARD UPON CONSOLE
 5705          MOVE 8 TO RETURN-CODE
 5710          STOP RUN.
 5715      IF EXCLUDE-COUNT < 100
 5720          ADD 1 TO EXCLUDE-COUNT
 5725          SET EXCL-IX TO EXCLUDE-COUNT
 5730          MOVE RC-EMPLOYEE-ID TO EXCL-EMPLOYEE-ID(EXCL-IX)
 5735      ELSE
 5740          DISPLAY 'EXCLUDE TABLE FULL - RUN TERMINATED'
 5745              UPON CONSOLE
 5750          MOVE 8 TO RETURN-CODE
 5755          STOP RUN.
 5760
 5765  055-EXIT.
 5770      EXIT.
 5775
 5780  060-FIND-EMPLOYEE.
 5785      PERFORM 065-GET-EMPL-RECORD THRU 065-EXIT
 5790          UNTIL EMPL-EOF OR EMPL-KEY NOT < SORT-EMPLOYEE-ID.
 5795      IF NOT EMPL-EOF AND EMPL-KEY = SORT-EMPLOYEE-ID
 5800          MOVE 'Y' TO EMPL-CHECK-SWITCH
 5805      ELSE
 5810          MOVE 'N' TO EMPL-CHECK-SWITCH.
 5815
 5820  060-EXIT.
 5825      EXIT.
 5830
 5835  065-GET-EMPL-RECORD.
 5840      READ EMPL-FILE
 5845          AT END
 5850              SET EMPL-EOF TO TRUE
 5855              MOVE 9999999999 TO EMPL-KEY
 5860          NOT AT END
 5865              MOVE EMPLOYEE-ID TO EMPL-KEY.
 5870
 5875  065-EXIT.
 5880      EXIT.
 5885
 5890  070-CHECK-EXCLUDED.
 5895      MOVE 'N' TO EXCLUDED-SWITCH.
 5900      PERFORM 075-SCAN-EXCLUDE-TABLE THRU 075-EXIT
 5905          VARYING EXCL-IX FROM 1 BY 1
 5910          UNTIL EXCL-IX > EXCLUDE-COUNT
 5915          OR EXCL-EMPLOYEE-ID(EXCL-IX) = SORT-EMPLOYEE-ID.
 5920      IF EXCL-IX NOT > EXCLUDE-COUNT
 5925          MOVE 'Y' TO EXCLUDED-SWITCH.
 5930
 5935  070-EXIT.
 5940      EXIT.
 5945
 5950  075-SCAN-EXCLUDE-TABLE.
 5955      CONTINUE.
 5960
 5965  075-EXIT.
 5970      EXIT.
 5970A
 5970B 080-LOAD-PAID-PERIODS.
 5970C     MOVE SORT-EMPLOYEE-ID TO PAID-EMPLOYEE-ID.
 5970D     PERFORM 082-CLEAR-PAID-FLAG THRU 082-EXIT
 5970E         VARYING CAL-IX FROM 1 BY 1
 5970F         UNTIL CAL-IX > CAL-TABLE-COUNT.
 5970G     PERFORM 084-GET-PAY-HISTORY THRU 084-EXIT
 5970H         UNTIL PAY-HIST-KEY NOT < SORT-EMPLOYEE-ID.
 5970I     PERFORM 086-MARK-PAID-PERIOD THRU 086-EXIT
 5970J         UNTIL PAY-HIST-KEY NOT = SORT-EMPLOYEE-ID.
 5970K
 5970L 080-EXIT.
 5970M     EXIT.
 5970N
 5970P 082-CLEAR-PAID-FLAG.
 5970Q     MOVE 'N' TO CAL-TBL-PAID(CAL-IX).
 5970R
 5970S 082-EXIT.
 5970T     EXIT.
 5971
 5971A 084-GET-PAY-HISTORY.
 5971B     IF NOT PAY-HIST-EOF
 5971C         READ PAY-HISTORY
 5971D             AT END
 5971E                 SET PAY-HIST-EOF TO TRUE
 5971F                 MOVE 9999999999 TO PAY-HIST-KEY
 5971G             NOT AT END
 5971H                 MOVE HST-EMPLOYEE-ID TO PAY-HIST-KEY
 5971I         END-READ.
 5971J
 5971K 084-EXIT.
 5971L     EXIT.
 5971M
 5971N 086-MARK-PAID-PERIOD.
 5971P     IF HST-REGULAR-RUN
 5971Q         PERFORM 088-SCAN-CAL-TABLE THRU 088-EXIT
 5971R             VARYING CAL-IX FROM 1 BY 1
 5971S             UNTIL CAL-IX > CAL-TABLE-COUNT
 5971T             OR CAL-TBL-PERIOD(CAL-IX) = HST-PERIOD-NUMBER
 5971U         IF CAL-IX NOT > CAL-TABLE-COUNT
 5971V             MOVE 'Y' TO CAL-TBL-PAID(CAL-IX).
 5971W     PERFORM 084-GET-PAY-HISTORY THRU 084-EXIT.
 5971X
 5971Y 086-EXIT.
 5972      EXIT.
 5972A
 5972B 088-SCAN-CAL-TABLE.
 5972C     CONTINUE.
 5972D
 5972E 088-EXIT.
 5972F     EXIT.
 5975
 5980  900-PRINT-FINAL-TOTALS.
 5985      MOVE 'BACK-DATED CHANGES FOUND:' TO WFL-LABEL.
 5990      MOVE CHANGES-FOUND TO WFL-COUNT.
 5995      MOVE ZERO TO WFL-AMOUNT.
 6000      WRITE WORKSHEET-PRINT-REC FROM RETRO-FINAL-LINE
 6005          AFTER ADVANCING 3 LINES.
 6010      IF APPROVE-MODE
 6015          MOVE 'CHANGES CARDED FOR PAYMENT:' TO WFL-LABEL
 6020      ELSE
 6025          MOVE 'CHANGES TO BE CARDED ON APPROVAL:' TO WFL-LABEL.
 6030      MOVE CHANGES-CARDED TO WFL-COUNT.
 6035      MOVE ARREARS-CARDED-TOTAL TO WFL-AMOUNT.
 6040      WRITE WORKSHEET-PRINT-REC FROM RETRO-FINAL-LINE
 6045          AFTER ADVANCING 1 LINES.
 6050      MOVE 'CHANGES LEFT FOR HAND PRICING:' TO WFL-LABEL.
 6055      MOVE CHANGES-BY-HAND TO WFL-COUNT.
 6060      MOVE ZERO TO WFL-AMOUNT.
 6065      WRITE WORKSHEET-PRINT-REC FROM RETRO-FINAL-LINE
 6070          AFTER ADVANCING 1 LINES.
 6075      MOVE 'CHANGES WITH NO PAID PERIODS OWED:' TO WFL-LABEL.
 6080      MOVE CHANGES-NOT-OWED TO WFL-COUNT.
 6085      WRITE WORKSHEET-PRINT-REC FROM RETRO-FINAL-LINE
 6090          AFTER ADVANCING 1 LINES.
 6090A     MOVE 'PERIODS LEFT FOR HAND SETTLEMENT:' TO WFL-LABEL.
 6090B     MOVE PERIODS-BY-HAND TO WFL-COUNT.
 6090C     WRITE WORKSHEET-PRINT-REC FROM RETRO-FINAL-LINE
 6090D         AFTER ADVANCING 1 LINES.
 6095
 6100  900-EXIT.
 6105      EXIT.
 6110
 6115  600-SELECT-CHANGES SECTION.
 6120  600-START.
 6125      OPEN INPUT HISTORY-FILE.
 6130      PERFORM 610-SCAN-ONE-RECORD THRU 610-EXIT
 6135          UNTIL HIST-EOF.
 6140      CLOSE HISTORY-FILE.
 6145      GO TO 699-EXIT.
 6150
 6155  610-SCAN-ONE-RECORD.
 6160      READ HISTORY-FILE
 6165          AT END
 6170              SET HIST-EOF TO TRUE
 6175          NOT AT END
 6180              ADD 1 TO HIST-READ-COUNT
 6185              IF HIST-READ-COUNT > RT-HIST-RECORDS-DONE
 6190                  PERFORM 620-CHECK-BACK-DATED THRU 620-EXIT
 6195              END-IF
 6200      END-READ.
 6205
 6210  610-EXIT.
 6215      EXIT.
 6220
 6225  620-CHECK-BACK-DATED.
 6230      IF NOT HIST-CHANGE
 6235          GO TO 620-EXIT.
 6240      IF HIST-NEW-SALARY = HIST-OLD-SALARY
 6245          GO TO 620-EXIT.
 6250      IF HIST-EFFECTIVE-DATE NOT NUMERIC
 6255          GO TO 620-EXIT.
 6260      IF HIST-EFFECTIVE-DATE NOT < HIST-RUN-DATE
 6265          GO TO 620-EXIT.
 6270      MOVE HIST-EMPLOYEE-ID    TO SORT-EMPLOYEE-ID.
 6275      MOVE HIST-RUN-DATE       TO SORT-RUN-DATE.
 6280      MOVE HIST-EFFECTIVE-DATE TO SORT-EFFECTIVE-DATE.
 6285      MOVE HIST-NEW-NAME       TO SORT-NAME.
 6290      MOVE HIST-NEW-DEPT       TO SORT-DEPT.
 6295      MOVE HIST-OLD-SALARY     TO SORT-OLD-SALARY.
 6300      MOVE HIST-NEW-SALARY     TO SORT-NEW-SALARY.
 6305      RELEASE SORT-REC.
 6310
 6315  620-EXIT.
 6320      EXIT.
 6325
 6330  699-EXIT.
 6335      EXIT.
 6340
 6345  700-PRICE-CHANGES SECTION.
 6350  700-START.
 6355      PERFORM 710-GET-SORTED-CHANGE THRU 710-EXIT
 6360          UNTIL SORT-EOF.
 6365      GO TO 799-EXIT.
 6370
 6375  710-GET-SORTED-CHANGE.
 6380      RETURN SORT-FILE
 6385          AT END
 6390              SET SORT-EOF TO TRUE
 6395          NOT AT END
 6400              PERFORM 720-PRICE-ONE-CHANGE THRU 720-EXIT
 6405      END-RETURN.
 6410
 6415  710-EXIT.
 6420      EXIT.
 6425
 6430  720-PRICE-ONE-CHANGE.
 6435      ADD 1 TO CHANGES-FOUND.
 6440      PERFORM 060-FIND-EMPLOYEE THRU 060-EXIT.
 6445      PERFORM 070-CHECK-EXCLUDED THRU 070-EXIT.
 6445A     IF SORT-EMPLOYEE-ID NOT = PAID-EMPLOYEE-ID
 6445B         PERFORM 080-LOAD-PAID-PERIODS THRU 080-EXIT.
 6450      SUBTRACT SORT-OLD-SALARY FROM SORT-NEW-SALARY
 6455          GIVING SALARY-DIFFERENCE.
 6460      MOVE ZERO TO CHANGE-ARREARS.
 6465      MOVE ZERO TO PERIODS-OWED.
 6465A     MOVE ZERO TO CHANGE-UNCONFIRMED.
 6470      MOVE 'N' TO CARD-SWITCH.
 6475
 6480      MOVE SORT-EMPLOYEE-ID    TO WCL-EMPLOYEE-ID.
 6485      MOVE SORT-NAME           TO WCL-NAME.
 6490      MOVE SORT-DEPT           TO WCL-DEPT.
 6495      MOVE SORT-EFFECTIVE-DATE TO WCL-EFFECTIVE-DATE.
 6500      MOVE SORT-RUN-DATE       TO WCL-RUN-DATE.
 6505      MOVE SORT-OLD-SALARY     TO WCL-OLD-SALARY.
 6510      MOVE SORT-NEW-SALARY     TO WCL-NEW-SALARY.
 6515      MOVE SALARY-DIFFERENCE   TO WCL-DIFFERENCE.
 6520      WRITE WORKSHEET-PRINT-REC FROM RETRO-CHANGE-LINE
 6525          AFTER ADVANCING 2 LINES.
 6530
 6535      PERFORM 730-PRICE-ONE-PERIOD THRU 730-EXIT
 6540          VARYING CAL-IX FROM 1 BY 1
 6545          UNTIL CAL-IX > CAL-TABLE-COUNT.
 6550
 6555      PERFORM 740-SET-CHANGE-STATUS THRU 740-EXIT.
 6555A     ADD CHANGE-UNCONFIRMED TO PERIODS-BY-HAND.
 6560      IF CHANGE-TO-BE-CARDED
 6565          ADD 1 TO CHANGES-CARDED
 6570          ADD CHANGE-ARREARS TO ARREARS-CARDED-TOTAL
 6575          IF APPROVE-MODE
 6580              PERFORM 750-WRITE-RETRO-CARD THRU 750-EXIT
 6585          END-IF
 6590      END-IF.
 6595
 6600      MOVE PERIODS-OWED   TO WTL-PERIODS.
 6605      MOVE CHANGE-ARREARS TO WTL-ARREARS.
 6610      MOVE CHANGE-STATUS  TO WTL-STATUS.
 6615      WRITE WORKSHEET-PRINT-REC FROM RETRO-TOTAL-LINE
 6620          AFTER ADVANCING 1 LINES.
 6625
 6630  720-EXIT.
 6635      EXIT.
 6640
 6645  730-PRICE-ONE-PERIOD.
 6650      IF CAL-TBL-END(CAL-IX) < SORT-EFFECTIVE-DATE
 6655          GO TO 730-EXIT.
 6660      IF CAL-TBL-RUN-DATE(CAL-IX) NOT < SORT-RUN-DATE
 6665          GO TO 730-EXIT.
 6665A     PERFORM 735-CHECK-PERIOD-PAID THRU 735-EXIT.
 6665B     IF PERIOD-NOT-PAID
 6665C         GO TO 730-EXIT.
 6665D     IF PERIOD-UNCONFIRMED
 6665E         PERFORM 737-LIST-UNCONFIRMED THRU 737-EXIT
 6665F         GO TO 730-EXIT.
 6670      ADD 1 TO PERIODS-OWED.
 6675      MOVE CAL-TBL-PERIOD(CAL-IX)   TO WPL-PERIOD.
 6680      MOVE CAL-TBL-START(CAL-IX)    TO WPL-START-DATE.
 6685      MOVE CAL-TBL-END(CAL-IX)      TO WPL-END-DATE.
 6690      MOVE CAL-TBL-PAY-DATE(CAL-IX) TO WPL-PAY-DATE.
 6695      IF EMPLOYEE-ON-FILE AND EMPLOYEE-HOURLY
 6700          MOVE SPACES TO WPL-AMOUNTS
 6705      ELSE
 6710          MOVE SORT-OLD-SALARY   TO WPA-PAID-AT
 6715          MOVE SORT-NEW-SALARY   TO WPA-DUE
 6720          MOVE SALARY-DIFFERENCE TO WPA-ARREARS
 6725          MOVE RETRO-PERIOD-AMOUNTS TO WPL-AMOUNTS
 6730          ADD SALARY-DIFFERENCE  TO CHANGE-ARREARS.
 6735      WRITE WORKSHEET-PRINT-REC FROM RETRO-PERIOD-LINE
 6740          AFTER ADVANCING 1 LINES.
 6745
 6750  730-EXIT.
 6755      EXIT.
 6755A
 6755B 735-CHECK-PERIOD-PAID.
 6755C     IF CAL-TBL-PERIOD(CAL-IX) < FIRST-HIST-PERIOD
 6755D         GO TO 735-CHECK-MASTER.
 6755E     IF CAL-TBL-PERIOD(CAL-IX) > LAST-HIST-PERIOD
 6755F         SET PERIOD-UNCONFIRMED TO TRUE
 6755G         GO TO 735-EXIT.
 6755H     IF CAL-TBL-PAID(CAL-IX) = 'Y'
 6755I         SET PERIOD-CONFIRMED TO TRUE
 6755J     ELSE
 6755K         SET PERIOD-NOT-PAID TO TRUE.
 6755L     GO TO 735-EXIT.
 6755M
 6755N 735-CHECK-MASTER.
 6755P     IF NOT EMPLOYEE-ON-FILE
 6755Q         SET PERIOD-UNCONFIRMED TO TRUE
 6755R         GO TO 735-EXIT.
 6755S     IF HIRE-DATE NOT NUMERIC OR HIRE-DATE = ZERO
 6755T         SET PERIOD-UNCONFIRMED TO TRUE
 6755U         GO TO 735-EXIT.
 6755V     IF HIRE-DATE > CAL-TBL-END(CAL-IX)
 6755W         SET PERIOD-NOT-PAID TO TRUE
 6755X         GO TO 735-EXIT.
 6756      IF TERM-DATE NUMERIC AND TERM-DATE > ZERO
 6756A         AND TERM-DATE < CAL-TBL-START(CAL-IX)
 6756B         SET PERIOD-NOT-PAID TO TRUE
 6756C         GO TO 735-EXIT.
 6756D     SET PERIOD-CONFIRMED TO TRUE.
 6756E
 6756F 735-EXIT.
 6756G     EXIT.
 6756H
 6756I 737-LIST-UNCONFIRMED.
 6756J     ADD 1 TO CHANGE-UNCONFIRMED.
 6756K     MOVE CAL-TBL-PERIOD(CAL-IX)   TO WPL-PERIOD.
 6756L     MOVE CAL-TBL-START(CAL-IX)    TO WPL-START-DATE.
 6756M     MOVE CAL-TBL-END(CAL-IX)      TO WPL-END-DATE.
 6756N     MOVE CAL-TBL-PAY-DATE(CAL-IX) TO WPL-PAY-DATE.
 6756P     MOVE 'NOT CONFIRMED PAID - SETTLE BY HAND' TO WPL-AMOUNTS.
 6756Q     WRITE WORKSHEET-PRINT-REC FROM RETRO-PERIOD-LINE
 6756R         AFTER ADVANCING 1 LINES.
 6756S
 6756T 737-EXIT.
 6756U     EXIT.
 6760
 6765  740-SET-CHANGE-STATUS.
 6765A     IF PERIODS-OWED = ZERO AND CHANGE-UNCONFIRMED > ZERO
 6765B         MOVE 'UNCONFIRMED PERIODS - BY HAND' TO CHANGE-STATUS
 6765C         ADD 1 TO CHANGES-BY-HAND
 6765D         GO TO 740-EXIT.
 6770      IF PERIODS-OWED = ZERO
 6775          MOVE 'NO PAID PERIODS OWED' TO CHANGE-STATUS
 6780          ADD 1 TO CHANGES-NOT-OWED
 6785          GO TO 740-EXIT.
 6790      IF NOT EMPLOYEE-ON-FILE
 6795          MOVE 'NOT ON MASTER - BY HAND' TO CHANGE-STATUS
 6800          ADD 1 TO CHANGES-BY-HAND
 6805          GO TO 740-EXIT.
 6810      IF EMPLOYEE-HOURLY
 6815          MOVE 'HOURLY RATE - PRICE BY HAND' TO CHANGE-STATUS
 6820          ADD 1 TO CHANGES-BY-HAND
 6825          GO TO 740-EXIT.
 6830      IF CHANGE-ARREARS < ZERO
 6835          MOVE 'OVERPAID - RECOVER BY HAND' TO CHANGE-STATUS
 6840          ADD 1 TO CHANGES-BY-HAND
 6845          GO TO 740-EXIT.
 6850      IF CHANGE-ARREARS > MAX-CARD-AMOUNT
 6855          MOVE 'TOO LARGE FOR ONE CARD - BY HAND' TO CHANGE-STATUS
 6860          ADD 1 TO CHANGES-BY-HAND
 6865          GO TO 740-EXIT.
 6870      IF EMPLOYEE-EXCLUDED
 6875          MOVE 'EXCLUDED - NOT CARDED' TO CHANGE-STATUS
 6880          ADD 1 TO CHANGES-BY-HAND
 6885          GO TO 740-EXIT.
 6890      SET CHANGE-TO-BE-CARDED TO TRUE.
 6895      IF APPROVE-MODE
 6900          MOVE 'CARDED FOR SUPPLEMENTAL PAYROLL' TO CHANGE-STATUS
 6905      ELSE
 6910          MOVE 'TO BE CARDED ON APPROVAL' TO CHANGE-STATUS.
 6915
 6920  740-EXIT.
 6925      EXIT.
 6930
 6935  750-WRITE-RETRO-CARD.
 6940      MOVE SPACES TO PAYMENT-CARD-REC.
 6945      MOVE SORT-EMPLOYEE-ID TO SP-EMPLOYEE-ID.
 6950      MOVE 'RP' TO SP-EARN-TYPE.
 6955      MOVE CHANGE-ARREARS TO SP-AMOUNT.
 6960      MOVE SORT-EFFECTIVE-DATE TO RR-EFFECTIVE-DATE.
 6965      MOVE RETRO-REFERENCE TO SP-REFERENCE.
 6970      WRITE PAYMENT-CARD-REC.
 6975
 6980  750-EXIT.
 6985      EXIT.
 6990
 6995  799-EXIT.
 7000      EXIT.
 7005
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.HISTDD   DD DSNAME=HERC01.SALARIES.CHGHIST,DISP=SHR
//GO.EMPDD    DD DSNAME=HERC01.SALARIES.RETRO.EMP.SORTED,
//             DISP=(OLD,DELETE)
//* PERIODS ALREADY PAID, APPENDED BY THE PAYROLL JOB AS EACH PERIOD
//* IS MARKED PAID:
//GO.CALDD    DD DSNAME=HERC01.SALARIES.PAYCAL,DISP=SHR
//* THE PAY HISTORY, SORTED ABOVE, CONFIRMS EACH PERIOD WAS PAID:
//GO.PAYHDD   DD DSNAME=HERC01.SALARIES.RETRO.HIST.SORTED,
//             DISP=(OLD,DELETE)
//* RETRO CONTROL RECORD (ALLOCATE ONCE, RECFM=FB LRECL=80): THE COUNT
//* OF CHANGE HISTORY RECORDS ALREADY PRICED (1-9) AND THE DATE OF
//* THE LAST APPROVAL (10-17).  SEED IT WITH THE CURRENT RECORD COUNT
//* OF HERC01.SALARIES.CHGHIST SO OLD HISTORY IS NOT REPRICED.
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.RETROCTL,DISP=OLD
//* APPROVED ARREARS ARE ADDED TO THE END OF THE SUPPLEMENTAL DECK:
//GO.SUPDD    DD DSNAME=HERC01.SALARIES.SUPPIN,DISP=MOD
//* WORK SPACE FOR THE INTERNAL SORT OF THE BACK-DATED CHANGES:
//GO.SORTWK01 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//GO.SORTWK02 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//GO.SORTWK03 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//* 'PROPOSE' TO PRINT THE WORKSHEET FOR APPROVAL; 'APPROVE' TO PRINT
//* IT AGAIN AND CARD THE ARREARS.  ANY 'EXCLUDE' CARDS FOLLOW.
//GO.SYSIN    DD *
PROPOSE
/*
//
