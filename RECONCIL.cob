//* THE TAX LEG THE SAME WAY, AND PROVES THE EXTRACT'S DEBITS EQUAL
//* ITS CREDITS PLUS TAX.  ANY DISCREPANCY ENDS THE JOB WITH RETURN
//* CODE 8 - DO NOT RELEASE THE EXTRACT UNTIL A ZERO-RC PROOF PRINTS.
//* THE PROOF REFUSES TO RUN (RETURN CODE 8, NOTHING PRINTED) UNLESS
//* THE RUN-STATUS RECORD SHOWS THE PAYROLL COMPLETE FOR THE PERIOD ON
//* THE PAY-PERIOD CONTROL RECORD, AND RECORDS ITS OWN RESULT THERE
//* FOR THE PAYMENT EXTRACT (HERC08P), WHICH WILL NOT RUN UNTIL THIS
//* PROOF HAS COME BACK CLEAN FOR THE SAME PERIOD.
//*
//* SUPPLEMENTAL RUN: TO PROVE AN OFF-CYCLE SUPPLEMENTAL PAYROLL
//* (HERC14S) CHANGE GO.INDD AND GO.TIMEDD TO DD DUMMY, GO.SUPDD TO
//* HERC01.SALARIES.SUPPCARD (THE RUN'S OWN COPY OF THE PAYMENT CARDS,
//* WHICH ARE THE PAY INPUT FOR THAT RUN), GO.GLDD TO
//* HERC01.SALARIES.SUPPGL, GO.JRNDD TO HERC01.SALARIES.SUPPJRNL,
//* GO.CTLDD TO HERC01.SALARIES.SUPPCTL AND GO.STATDD TO
//* HERC01.SALARIES.SUPPSTAT.  FOR THE REGULAR PERIOD GO.SUPDD STAYS
//* DUMMY.
//* THE PAY INPUT IS SORTED INTO THE SAME DEPT-CODE/NAME/ID SEQUENCE
//* THE PAYROLL JOB (HERC01S) PAID IT IN, SO THE MATCHED TIMECARDS IT
//* LEFT CATALOGED CAN BE READ FORWARD AGAINST IT.
//SORT     EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.INPUT,DISP=SHR
//SORTOUT  DD DSNAME=HERC01.SALARIES.PRF.SORTED,
//             DISP=(,PASS,DELETE),
//             SPACE=(TRK,(5,5)),UNIT=SYSDA,
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=800)
//SYSIN    DD *
  SORT FIELDS=(42,6,CH,A,11,23,CH,A,1,10,CH,A)
/*
//SAL      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
 1430      SELECT GL-EXTRACT  ASSIGN TO DA-S-GLDD.
 1440      SELECT YTD-JOURNAL ASSIGN TO DA-S-JRNDD.
 1450      SELECT TIME-FILE   ASSIGN TO DA-S-TIMEDD.
 1460      SELECT SUPP-INPUT  ASSIGN TO DA-S-SUPDD.
 1470      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1480      SELECT RUN-STATUS  ASSIGN TO DA-S-STATDD.
 1500      SELECT PROOF-FILE  ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 3600F     05 TS-EMPLOYEE-ID PIC 9(10).
 3600G     05 TS-REG-HOURS PIC 9(3)V99.
 3600H     05 TS-OT-HOURS PIC 9(3)V99.
 3600I     05 TS-VAC-HOURS PIC 9(3)V99.
 3600J     05 TS-SICK-HOURS PIC 9(3)V99.
 3600K     05 TS-MATCH-AREA PIC X(50).
 3600L
 3600M FD  SUPP-INPUT
 3600N     BLOCK CONTAINS 0 RECORDS
 3600P     DATA RECORD IS PAYMENT-CARD-REC.
 3600Q
 3600R 01  PAYMENT-CARD-REC.
 3600S     05 SP-EMPLOYEE-ID PIC 9(10).
 3600T     05 SP-EARN-TYPE PIC X(02).
 3600U     05 SP-AMOUNT PIC 9(6)V99.
 3600V     05 SP-REFERENCE PIC X(20).
 3600W     05 FILLER PIC X(40).
 3600X
 3601  FD  PERIOD-CONTROL
 3601A     BLOCK CONTAINS 0 RECORDS
 3601B     DATA RECORD IS PERIOD-CONTROL-REC.
 3601C
 3601D 01  PERIOD-CONTROL-REC.
 3601E     05 PC-PERIOD-NUMBER PIC 9(4).
 3601F     05 PC-START-DATE PIC 9(8).
 3601G     05 PC-END-DATE PIC 9(8).
 3601H     05 PC-PAY-DATE PIC 9(8).
 3601I     05 PC-STATUS PIC X(01).
 3601J     05 FILLER PIC X(51).
 3601K
 3601L FD  RUN-STATUS
 3601M     BLOCK CONTAINS 0 RECORDS
 3601N     DATA RECORD IS RUN-STATUS-REC.
 3601P
 3601Q 01  RUN-STATUS-REC.
 3601R     05 RS-PAYROLL-PERIOD PIC 9(4).
 3601S     05 RS-PAYROLL-RESULT PIC X(01).
 3601T     88 PAYROLL-COMPLETE                   VALUE 'C'.
 3601U     05 RS-PAYROLL-DATE PIC 9(8).
 3601V     05 RS-RECONCIL-PERIOD PIC 9(4).
 3601W     05 RS-RECONCIL-RESULT PIC X(01).
 3601X     88 RECONCIL-CLEAN                     VALUE 'C'.
 3601Y     05 RS-RECONCIL-DATE PIC 9(8).
 3602      05 RS-VARIANCE-PERIOD PIC 9(4).
 3602A     05 RS-VARIANCE-RESULT PIC X(01).
 3602B     88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3602C     88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3602D     05 RS-VARIANCE-DATE PIC 9(8).
 3602E     05 RS-SIGNOFF-PERIOD PIC 9(4).
 3602F     05 RS-SIGNOFF-BY PIC X(06).
 3602G     05 RS-EXTRACT-PERIOD PIC 9(4).
 3602H     05 RS-EXTRACT-RESULT PIC X(01).
 3602I     88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3602J     05 RS-EXTRACT-DATE PIC 9(8).
 3602K     05 RS-PROOF-PERIOD PIC 9(4).
 3602L     05 RS-PROOF-RESULT PIC X(01).
 3602M     88 PROOF-CLEAN                        VALUE 'C'.
 3602N     05 RS-PROOF-DATE PIC 9(8).
 3602P     05 FILLER PIC X(05).
 3602Q
 3605  FD  PROOF-FILE
 3610      LABEL RECORDS ARE OMITTED
 3615      DATA RECORD IS PROOF-PRINT-REC.
 3720  88  GL-EOF                               VALUE 'Y'.
 3725  77  JRNL-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3730  88  JRNL-EOF                             VALUE 'Y'.
 3730A 77  SUPP-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3730B 88  SUPP-EOF                             VALUE 'Y'.
 3735  77  BALANCE-SWITCH              PIC X(1)    VALUE 'Y'.
 3740  88  RUN-IN-BALANCE                       VALUE 'Y'.
 3745  88  RUN-OUT-OF-BALANCE                   VALUE 'N'.
 3810K     05 FILLER PIC X(11) VALUE ' WAGE DEBIT'.
 3811  77  TIME-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3812  88  TIME-EOF                             VALUE 'Y'.
 3813  77  TIME-MATCH-KEY              PIC X(39)   VALUE LOW-VALUES.
 3814  77  TIMESHEET-SWITCH            PIC X(1)    VALUE 'N'.
 3814A 88  TIMESHEET-FOUND                      VALUE 'Y'.
 3814B 77  OVERTIME-PREMIUM            PIC 9V9     VALUE 1.5.
 3814C 77  HOURLY-GROSS                PIC 9(6)V99 VALUE ZERO.
 3814D 77  OVERTIME-PAY                PIC 9(6)V99 VALUE ZERO.
 3814E 77  DUPLICATE-CARD-SWITCH       PIC X(1)    VALUE 'N'.
 3814F 88  TIMESHEET-DUPLICATE                  VALUE 'Y'.
 3814G 77  PRIOR-TIME-KEY              PIC X(39)   VALUE LOW-VALUES.
 3814H 01  PAY-MATCH-KEY.
 3814I     05  PMK-DEPT-CODE       PIC X(06).
 3814J     05  PMK-NAME            PIC X(23).
 3814K     05  PMK-EMPLOYEE-ID     PIC X(10).
 3814L 77  PRIOR-PAY-MATCH-KEY         PIC X(39)   VALUE LOW-VALUES.
 3814M 77  LEAVE-HOURS                 PIC 9(3)V99 VALUE ZERO.
 3814N 77  LEAVE-PAY                   PIC 9(6)V99 VALUE ZERO.
 3814P 77  RUN-PERIOD-NUMBER           PIC 9(4)    VALUE ZERO.
 3814Q 01  TIME-CARD-AREA.
 3814R     05  TIME-REG-HOURS      PIC 9(3)V99.
 3814S     05  TIME-OT-HOURS       PIC 9(3)V99.
 3814T     05  TIME-VAC-HOURS      PIC 9(3)V99.
 3814U     05  TIME-SICK-HOURS     PIC 9(3)V99.
 3815
 3820  01  PROOF-TITLE-LINE.
 3825      05 FILLER PIC X(25) VALUE SPACES.
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5020
 5030      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5040      PERFORM 015-CHECK-RUN-STATUS THRU 015-EXIT.
 5100      OPEN INPUT PAY-INPUT, GL-EXTRACT, YTD-JOURNAL, SUPP-INPUT.
 5200      OPEN OUTPUT PROOF-FILE.
 5205      PERFORM 020-OPEN-TIME-FILE THRU 020-EXIT.
 5210
 5300      PERFORM 100-TALLY-PAY-INPUT THRU 100-EXIT
 5310          UNTIL PAY-EOF.
 5312      PERFORM 120-TALLY-SUPP-INPUT THRU 120-EXIT
 5314          UNTIL SUPP-EOF.
 5320      PERFORM 200-TALLY-GL-EXTRACT THRU 200-EXIT
 5330          UNTIL GL-EOF.
 5340      PERFORM 300-TALLY-YTD-JOURNAL THRU 300-EXIT
 5400      PERFORM 400-PRINT-PROOF THRU 400-EXIT.
 5410
 5630  000-TERMINATE.
 5660      CLOSE PAY-INPUT, GL-EXTRACT, YTD-JOURNAL, SUPP-INPUT,
 5662            TIME-FILE, PROOF-FILE.
 5665      IF RUN-OUT-OF-BALANCE
 5670          DISPLAY 'PAYROLL RUN OUT OF BALANCE - GL EXTRACT HELD'
 5675              UPON CONSOLE
 5680          MOVE 8 TO RETURN-CODE.
 5690      PERFORM 030-RECORD-RUN-STATUS THRU 030-EXIT.
 6000      STOP RUN.
 6010
 6100  100-TALLY-PAY-INPUT.
 6115          AT END
 6120              SET PAY-EOF TO TRUE
 6125          NOT AT END
 6127              PERFORM 105-MATCH-TIMECARD THRU 105-EXIT
 6130              IF EMPLOYEE-ID-X = SPACES OR EMPLOYEE-ID = ZERO
 6135                  OR SALARY NOT > ZERO OR EMPLOYEE-NOT-ACTIVE
 6137                  OR TIMESHEET-DUPLICATE
 6140                  ADD 1 TO INPUT-REJECT-COUNT
 6145              ELSE
 6146                  IF EMPLOYEE-HOURLY
 6170
 6175  100-EXIT.
 6180      EXIT.
 6181
 6181A 120-TALLY-SUPP-INPUT.
 6181B     READ SUPP-INPUT
 6181C         AT END
 6181D             SET SUPP-EOF TO TRUE
 6181E         NOT AT END
 6181F             IF SP-EMPLOYEE-ID NOT NUMERIC
 6181G                 OR SP-AMOUNT NOT NUMERIC
 6181H                 ADD 1 TO INPUT-REJECT-COUNT
 6181I             ELSE
 6181J                 IF SP-EMPLOYEE-ID = ZERO OR SP-AMOUNT NOT > ZERO
 6181K                     ADD 1 TO INPUT-REJECT-COUNT
 6181L                 ELSE
 6181M                     ADD SP-AMOUNT TO INPUT-SALARY-TOTAL
 6181N                     ADD 1 TO INPUT-VALID-COUNT
 6181P                 END-IF
 6181Q             END-IF
 6181R     END-READ.
 6181S
 6181T 120-EXIT.
 6181U     EXIT.
 6185
 6186  020-OPEN-TIME-FILE.
 6186A     OPEN INPUT TIME-FILE.
 6186B     PERFORM 108-READ-TIMECARD THRU 108-EXIT.
 6186E
 6186F 020-EXIT.
 6186G     EXIT.
 6186H
 6187C 150-PRICE-HOURLY-PAY.
 6187D     ADD TIME-VAC-HOURS TIME-SICK-HOURS
 6187E         GIVING LEAVE-HOURS.
 6187F     MULTIPLY SALARY BY LEAVE-HOURS
 6187G         GIVING LEAVE-PAY ROUNDED.
 6187I     IF NOT TIMESHEET-FOUND
 6187J         GO TO 150-EXIT.
 6187L     MULTIPLY SALARY BY TIME-REG-HOURS
 6187M         GIVING HOURLY-GROSS ROUNDED.
 6187N     MULTIPLY SALARY BY TIME-OT-HOURS
 6187P         GIVING OVERTIME-PAY ROUNDED.
 6187Q     MULTIPLY OVERTIME-PAY BY OVERTIME-PREMIUM
 6187R         GIVING OVERTIME-PAY ROUNDED.
 6187S     ADD OVERTIME-PAY LEAVE-PAY TO HOURLY-GROSS.
 6187T
 6187U 150-EXIT.
 6187V     EXIT.
 6187W
 6187X 105-MATCH-TIMECARD.
 6187Y     MOVE DEPT-CODE     TO PMK-DEPT-CODE.
 6187Z     MOVE NAME          TO PMK-NAME.
 6188      MOVE EMPLOYEE-ID-X TO PMK-EMPLOYEE-ID.
 6188A     IF PAY-MATCH-KEY < PRIOR-PAY-MATCH-KEY
 6188B         DISPLAY 'PAY INPUT OUT OF SEQUENCE AT EMPLOYEE '
 6188C             EMPLOYEE-ID-X ' - RUN TERMINATED' UPON CONSOLE
 6188D         MOVE 8 TO RETURN-CODE
 6188E         STOP RUN.
 6188F     MOVE PAY-MATCH-KEY TO PRIOR-PAY-MATCH-KEY.
 6188G     PERFORM 108-READ-TIMECARD THRU 108-EXIT
 6188H         UNTIL TIME-MATCH-KEY NOT < PAY-MATCH-KEY.
 6188I     MOVE 'N' TO TIMESHEET-SWITCH.
 6188J     MOVE 'N' TO DUPLICATE-CARD-SWITCH.
 6188K     INITIALIZE TIME-CARD-AREA.
 6188L     IF TIME-MATCH-KEY NOT = PAY-MATCH-KEY
 6188M         GO TO 105-EXIT.
 6188N     SET TIMESHEET-FOUND TO TRUE.
 6188P     MOVE TS-REG-HOURS  TO TIME-REG-HOURS.
 6188Q     MOVE TS-OT-HOURS   TO TIME-OT-HOURS.
 6188R     MOVE TS-VAC-HOURS  TO TIME-VAC-HOURS.
 6188S     MOVE TS-SICK-HOURS TO TIME-SICK-HOURS.
 6188T     PERFORM 108-READ-TIMECARD THRU 108-EXIT.
 6188U     IF TIME-MATCH-KEY = PAY-MATCH-KEY
 6188V         SET TIMESHEET-DUPLICATE TO TRUE
 6188W         PERFORM 108-READ-TIMECARD THRU 108-EXIT
 6188X             UNTIL TIME-MATCH-KEY NOT = PAY-MATCH-KEY.
 6188Y
 6188Z 105-EXIT.
 6189      EXIT.
 6189A
 6189B 108-READ-TIMECARD.
 6189C     IF TIME-EOF
 6189D         GO TO 108-EXIT.
 6189E     READ TIME-FILE
 6189F         AT END
 6189G             SET TIME-EOF TO TRUE
 6189H             MOVE HIGH-VALUES TO TIME-MATCH-KEY
 6189I         NOT AT END
 6189J             MOVE TS-MATCH-AREA TO TIME-MATCH-KEY
 6189K     END-READ.
 6189L     IF TIME-MATCH-KEY < PRIOR-TIME-KEY
 6189M         DISPLAY 'TIMECARD FILE OUT OF SEQUENCE AT EMPLOYEE '
 6189N             TS-EMPLOYEE-ID ' - RUN TERMINATED' UPON CONSOLE
 6189P         MOVE 8 TO RETURN-CODE
 6189Q         STOP RUN.
 6189R     MOVE TIME-MATCH-KEY TO PRIOR-TIME-KEY.
 6189S
 6189T 108-EXIT.
 6189U     EXIT.
 6189V
 6200  200-TALLY-GL-EXTRACT.
 6210      READ GL-EXTRACT
 6215          AT END
 6355              MOVE GL-COST-CENTER TO CC-PROOF-CODE(CC-IX)
 6360              MOVE ZERO TO CC-PROOF-WAGE(CC-IX)
 6365          ELSE
 6370              DISPLAY 'COST CENTER TABLE FULL - RUN TERMINATED'
 6372                  UPON CONSOLE
 6374              MOVE 8 TO RETURN-CODE
 6375              STOP RUN.
 6380      ADD GL-POSTING-AMOUNT TO CC-PROOF-WAGE(CC-IX).
 6385
 6390  250-EXIT.
 6925  450-EXIT.
 6930      EXIT.
 6935
 7000  010-READ-PERIOD-CONTROL.
 7005      OPEN INPUT PERIOD-CONTROL.
 7010      READ PERIOD-CONTROL
 7015          AT END
 7020              DISPLAY 'PAY PERIOD CONTROL EMPTY - RUN TERMINATED'
 7025                  UPON CONSOLE
 7030              MOVE 8 TO RETURN-CODE
 7035              STOP RUN
 7040      END-READ.
 7043      MOVE PC-PERIOD-NUMBER TO RUN-PERIOD-NUMBER.
 7045      CLOSE PERIOD-CONTROL.
 7050
 7055  010-EXIT.
 7060      EXIT.
 7065
 7070  015-CHECK-RUN-STATUS.
 7075      OPEN I-O RUN-STATUS.
 7080      READ RUN-STATUS
 7085          AT END
 7090              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 7095                  UPON CONSOLE
 7100              MOVE 8 TO RETURN-CODE
 7105              STOP RUN
 7110      END-READ.
 7115      IF RS-PAYROLL-PERIOD NOT = RUN-PERIOD-NUMBER
 7120          OR NOT PAYROLL-COMPLETE
 7125          DISPLAY 'PAYROLL NOT COMPLETE FOR PERIOD '
 7130              RUN-PERIOD-NUMBER ' - BALANCE PROOF REFUSED'
 7135              UPON CONSOLE
 7140          MOVE 8 TO RETURN-CODE
 7145          STOP RUN.
 7150
 7155  015-EXIT.
 7160      EXIT.
 7165
 7170  030-RECORD-RUN-STATUS.
 7175      MOVE RUN-PERIOD-NUMBER TO RS-RECONCIL-PERIOD.
 7180      IF RETURN-CODE = ZERO
 7185          MOVE 'C' TO RS-RECONCIL-RESULT
 7190      ELSE
 7195          MOVE 'F' TO RS-RECONCIL-RESULT.
 7200      ACCEPT RS-RECONCIL-DATE FROM DATE YYYYMMDD.
 7205      REWRITE RUN-STATUS-REC.
 7210      CLOSE RUN-STATUS.
 7215
 7220  030-EXIT.
 7225      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.INDD     DD DSNAME=HERC01.SALARIES.PRF.SORTED,DISP=(OLD,DELETE)
//GO.GLDD     DD DSNAME=HERC01.SALARIES.GLEXTR,DISP=SHR
//GO.JRNDD    DD DSNAME=HERC01.SALARIES.YTDJRNL,DISP=SHR
//* THE SAME MATCHED TIMECARDS THE PAYROLL JOB READ, STAMPED WITH
//* EACH EMPLOYEE'S DEPT-CODE, NAME AND ID BY ITS KEYS STEP AND LEFT
//* CATALOGED UNTIL THE NEXT PAYROLL.  HOURLY EMPLOYEES ARE PRICED AT
//* HOURS TIMES RATE ON THE INPUT LEG OF THE PROOF EXACTLY AS THEY
//* WERE PAID, AND AN ACTIVE EMPLOYEE WITH MORE THAN ONE CARD IS LEFT
//* OUT OF THE INPUT LEG, JUST AS THE PAYROLL LEFT THE EMPLOYEE UNPAID.
//GO.TIMEDD   DD DSNAME=HERC01.SALARIES.TIMEMTCH,DISP=SHR
//* SUPPLEMENTAL PAYMENT CARDS - DUMMY FOR THE REGULAR PERIOD (SEE
//* THE SUPPLEMENTAL RUN NOTE AT THE TOP OF THE JOB).
//GO.SUPDD    DD DUMMY
//* PAY-PERIOD CONTROL RECORD AND THE PERIOD'S RUN-STATUS RECORD (SEE
//* GO.STATDD IN THE PAYROLL JOB, HERC01S).
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=SHR
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=OLD
//
