//* HERC01.SALARIES.PRIORREG MUST EXIST (ALLOCATE IT EMPTY ONCE,
//* RECFM=FB LRECL=80); THE FIRST RUN AGAINST AN EMPTY PRIOR REGISTER
//* LISTS EVERY EMPLOYEE AS NEW - THAT IS EXPECTED.
//* THE REPORT REFUSES TO RUN (RETURN CODE 8) UNLESS THE RUN-STATUS
//* RECORD SHOWS THE PAYROLL COMPLETE FOR THE PERIOD ON THE CONTROL
//* RECORD.  ITS RESULT IS RECORDED THERE: A CLEAN REPORT RELEASES THE
//* PERIOD TO THE PAYMENT EXTRACT (HERC08P); A REPORT WITH VARIANCES
//* HOLDS THE EXTRACT UNTIL A SUPERVISOR HAS REVIEWED THE LISTING AND
//* ACCEPTED IT WITH THE SIGN-OFF JOB (HERC23V).  RERUNNING THE REPORT
//* CANCELS ANY SIGN-OFF ALREADY GIVEN FOR THE PERIOD.
//* BOTH REGISTERS ARE PRESORTED BY EMPLOYEE-ID FOR THE MATCH-MERGE.
//SORTPRI  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
 1420      SELECT PRIOR-REGISTER ASSIGN TO DA-S-PRIDD.
 1430      SELECT CURRENT-REGISTER ASSIGN TO DA-S-CURDD.
 1440      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1450      SELECT RUN-STATUS ASSIGN TO DA-S-STATDD.
 1500      SELECT VARIANCE-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 3278      05 PC-STATUS PIC X(01).
 3279      05 FILLER PIC X(51).
 3280
 3281  FD  RUN-STATUS
 3281A     BLOCK CONTAINS 0 RECORDS
 3281B     DATA RECORD IS RUN-STATUS-REC.
 3281C
 3281D 01  RUN-STATUS-REC.
 3281E     05 RS-PAYROLL-PERIOD PIC 9(4).
 3281F     05 RS-PAYROLL-RESULT PIC X(01).
 3281G     88 PAYROLL-COMPLETE                   VALUE 'C'.
 3281H     05 RS-PAYROLL-DATE PIC 9(8).
 3281I     05 RS-RECONCIL-PERIOD PIC 9(4).
 3281J     05 RS-RECONCIL-RESULT PIC X(01).
 3281K     88 RECONCIL-CLEAN                     VALUE 'C'.
 3281L     05 RS-RECONCIL-DATE PIC 9(8).
 3281M     05 RS-VARIANCE-PERIOD PIC 9(4).
 3281N     05 RS-VARIANCE-RESULT PIC X(01).
 3281P     88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3281Q     88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3281R     05 RS-VARIANCE-DATE PIC 9(8).
 3281S     05 RS-SIGNOFF-PERIOD PIC 9(4).
 3281T     05 RS-SIGNOFF-BY PIC X(06).
 3281U     05 RS-EXTRACT-PERIOD PIC 9(4).
 3281V     05 RS-EXTRACT-RESULT PIC X(01).
 3281W     88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3281X     05 RS-EXTRACT-DATE PIC 9(8).
 3281Y     05 RS-PROOF-PERIOD PIC 9(4).
 3282      05 RS-PROOF-RESULT PIC X(01).
 3282A     88 PROOF-CLEAN                        VALUE 'C'.
 3282B     05 RS-PROOF-DATE PIC 9(8).
 3282C     05 FILLER PIC X(05).
 3282D
 3300  FD  VARIANCE-FILE
 3305      LABEL RECORDS ARE OMITTED
 3310      DATA RECORD IS VARIANCE-PRINT-REC.
 3765  77  CHANGE-PCT                  PIC S9(5)V9 VALUE ZERO.
 3770  77  AMT-EDITED                  PIC ZZZ,ZZ9.99.
 3775  77  PCT-EDITED                  PIC +ZZZZ9.9.
 3777  77  RUN-PERIOD-NUMBER           PIC 9(4)    VALUE ZERO.
 3780
 3785  01  VAR-TITLE-LINE.
 3790      05 FILLER PIC X(30) VALUE SPACES.
 5065      MOVE THRESHOLD-CARD TO VARIANCE-THRESHOLD.
 5070
 5090      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5095      PERFORM 015-CHECK-RUN-STATUS THRU 015-EXIT.
 5100      OPEN INPUT PRIOR-REGISTER, CURRENT-REGISTER.
 5200      OPEN OUTPUT VARIANCE-FILE.
 5210
 5680          DISPLAY 'PAY VARIANCES FOUND - REVIEW BEFORE RELEASE'
 5685              UPON CONSOLE
 5690          MOVE 4 TO RETURN-CODE.
 5695      PERFORM 030-RECORD-RUN-STATUS THRU 030-EXIT.
 6000      STOP RUN.
 6010
 6100  100-COMPARE-REGISTERS.
 6680      END-READ.
 6682      MOVE PC-PERIOD-NUMBER TO VPL-PERIOD-NO.
 6684      MOVE PC-PAY-YYMMDD TO VPL-PAY-DATE.
 6685      MOVE PC-PERIOD-NUMBER TO RUN-PERIOD-NUMBER.
 6686      CLOSE PERIOD-CONTROL.
 6688
 6690  010-EXIT.
 7075  500-EXIT.
 7080      EXIT.
 7085
 7100  015-CHECK-RUN-STATUS.
 7105      OPEN I-O RUN-STATUS.
 7110      READ RUN-STATUS
 7115          AT END
 7120              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 7125                  UPON CONSOLE
 7130              MOVE 8 TO RETURN-CODE
 7135              STOP RUN
 7140      END-READ.
 7145      IF RS-PAYROLL-PERIOD NOT = RUN-PERIOD-NUMBER
 7150          OR NOT PAYROLL-COMPLETE
 7155          DISPLAY 'PAYROLL NOT COMPLETE FOR PERIOD '
 7160              RUN-PERIOD-NUMBER ' - VARIANCE REPORT REFUSED'
 7165              UPON CONSOLE
 7170          MOVE 8 TO RETURN-CODE
 7175          STOP RUN.
 7180
 7185  015-EXIT.
 7190      EXIT.
 7195
 7200  030-RECORD-RUN-STATUS.
 7205      MOVE RUN-PERIOD-NUMBER TO RS-VARIANCE-PERIOD.
 7210      IF RETURN-CODE = ZERO
 7215          MOVE 'C' TO RS-VARIANCE-RESULT
 7220      ELSE
 7225          MOVE 'W' TO RS-VARIANCE-RESULT
 7230          DISPLAY 'SUPERVISOR SIGN-OFF (HERC23V) NEEDED BEFORE '
 7235              'THE PAYMENT EXTRACT' UPON CONSOLE.
 7240      ACCEPT RS-VARIANCE-DATE FROM DATE YYYYMMDD.
 7245      IF RS-SIGNOFF-PERIOD = RUN-PERIOD-NUMBER
 7250          MOVE ZERO TO RS-SIGNOFF-PERIOD
 7255          MOVE SPACES TO RS-SIGNOFF-BY.
 7260      REWRITE RUN-STATUS-REC.
 7265      CLOSE RUN-STATUS.
 7270
 7275  030-EXIT.
 7280      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//* THE PERIOD NUMBER AND OFFICIAL PAY DATE PRINTED ON THE REPORT
//* COME FROM THE PAY-PERIOD CONTROL RECORD, NOT THE WALL CLOCK.
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=SHR
//* THE PERIOD'S RUN-STATUS RECORD (SEE GO.STATDD IN HERC01S).
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=OLD
//* VARIANCE THRESHOLD IN WHOLE PERCENT (E.G. 010 = 10 PCT):
//GO.SYSIN    DD *
010
/*
//* ROLL THE CURRENT REGISTER FORWARD AS NEXT PERIOD'S PRIOR REGISTER
//* ONLY AFTER THE VARIANCES ABOVE ARE REVIEWED.  COND HOLDS THE COPY
//* WHEN THE REPORT WAS REFUSED, SO THE PRIOR REGISTER IS NOT REPLACED
//* BEFORE THE PERIOD HAS BEEN COMPARED AGAINST IT.
//COPYREG  EXEC PGM=IEBGENER,COND=(8,LE)
//SYSPRINT DD SYSOUT=*
//SYSIN    DD DUMMY
//SYSUT1   DD DSNAME=HERC01.SALARIES.CURREG,DISP=SHR
