//* ACCOUNT FOR EVERY NET PAY ON THE REGISTER.  ANY DISCREPANCY ENDS
//* THE JOB WITH RETURN CODE 8 - HOLD THE FILE TRANSFER UNTIL A
//* ZERO-RC PROOF PRINTS.
//* THE PROOF REFUSES TO RUN (RETURN CODE 8, NOTHING PRINTED) UNLESS
//* THE RUN-STATUS RECORD SHOWS THE PAYMENT EXTRACT (HERC08P) RAN FOR
//* THE PERIOD ON THE PAY-PERIOD CONTROL RECORD, AND RECORDS ITS OWN
//* RESULT THERE - THE FILE IS CLEARED FOR TRANSFER ONLY WHEN THIS
//* PROOF IS RECORDED CLEAN FOR THE PERIOD (SEE HERC24G).
//*
//* SUPPLEMENTAL RUN: TO PROVE THE PAYMENT FILE OF AN OFF-CYCLE
//* SUPPLEMENTAL PAYROLL (HERC14S) CHANGE SORTREG'S SORTIN TO
//* HERC01.SALARIES.SUPPREG, GO.PAYDD TO HERC01.SALARIES.SUPPPAY,
//* GO.CTLDD TO HERC01.SALARIES.SUPPCTL AND GO.STATDD TO
//* HERC01.SALARIES.SUPPSTAT.
//SORTREG  EXEC PGM=SORT
//SYSOUT   DD SYSOUT=*
//SORTIN   DD DSNAME=HERC01.SALARIES.CURREG,DISP=SHR
 1420      SELECT PAYMENT-FILE ASSIGN TO DA-S-PAYDD.
 1430      SELECT PAY-REGISTER ASSIGN TO DA-S-REGDD.
 1500      SELECT PROOF-FILE   ASSIGN TO UR-S-SYSPRINT.
 1510      SELECT PERIOD-CONTROL ASSIGN TO DA-S-CTLDD.
 1520      SELECT RUN-STATUS  ASSIGN TO DA-S-STATDD.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 3620
 3625  01  PROOF-PRINT-REC PIC X(132).
 3630
 3631  FD  PERIOD-CONTROL
 3631A     BLOCK CONTAINS 0 RECORDS
 3631B     DATA RECORD IS PERIOD-CONTROL-REC.
 3631C
 3631D 01  PERIOD-CONTROL-REC.
 3631E     05 PC-PERIOD-NUMBER PIC 9(4).
 3631F     05 PC-START-DATE PIC 9(8).
 3631G     05 PC-END-DATE PIC 9(8).
 3631H     05 PC-PAY-DATE PIC 9(8).
 3631I     05 PC-STATUS PIC X(01).
 3631J     05 FILLER PIC X(51).
 3631K
 3631L FD  RUN-STATUS
 3631M     BLOCK CONTAINS 0 RECORDS
 3631N     DATA RECORD IS RUN-STATUS-REC.
 3631P
 3631Q 01  RUN-STATUS-REC.
 3631R     05 RS-PAYROLL-PERIOD PIC 9(4).
 3631S     05 RS-PAYROLL-RESULT PIC X(01).
 3631T     88 PAYROLL-COMPLETE                   VALUE 'C'.
 3631U     05 RS-PAYROLL-DATE PIC 9(8).
 3631V     05 RS-RECONCIL-PERIOD PIC 9(4).
 3631W     05 RS-RECONCIL-RESULT PIC X(01).
 3631X     88 RECONCIL-CLEAN                     VALUE 'C'.
 3631Y     05 RS-RECONCIL-DATE PIC 9(8).
 3632      05 RS-VARIANCE-PERIOD PIC 9(4).
 3632A     05 RS-VARIANCE-RESULT PIC X(01).
 3632B     88 VARIANCE-CLEAN                     VALUE 'C', 'N'.
 3632C     88 VARIANCE-FOR-REVIEW                VALUE 'W'.
 3632D     05 RS-VARIANCE-DATE PIC 9(8).
 3632E     05 RS-SIGNOFF-PERIOD PIC 9(4).
 3632F     05 RS-SIGNOFF-BY PIC X(06).
 3632G     05 RS-EXTRACT-PERIOD PIC 9(4).
 3632H     05 RS-EXTRACT-RESULT PIC X(01).
 3632I     88 EXTRACT-COMPLETE                   VALUE 'C', 'W'.
 3632J     05 RS-EXTRACT-DATE PIC 9(8).
 3632K     05 RS-PROOF-PERIOD PIC 9(4).
 3632L     05 RS-PROOF-RESULT PIC X(01).
 3632M     88 PROOF-CLEAN                        VALUE 'C'.
 3632N     05 RS-PROOF-DATE PIC 9(8).
 3632P     05 FILLER PIC X(05).
 3632Q
 3700  WORKING-STORAGE SECTION.
 3705  77  PAY-EOF-SWITCH              PIC X(1)    VALUE 'N'.
 3710  88  PAY-EOF                              VALUE 'Y'.
 3840  77  PROOF-TOTAL                 PIC 9(9)V99 VALUE ZERO.
 3845  77  AMOUNT-EDITED               PIC $$$,$$$,$$9.99.
 3850  77  COUNT-EDITED                PIC ZZZ,ZZ9.
 3852  77  RUN-PERIOD-NUMBER           PIC 9(4)    VALUE ZERO.
 3855
 3860  01  PROOF-TITLE-LINE.
 3865      05 FILLER PIC X(25) VALUE SPACES.
 3940
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5012      PERFORM 010-READ-PERIOD-CONTROL THRU 010-EXIT.
 5015      PERFORM 015-CHECK-RUN-STATUS THRU 015-EXIT.
 5020
 5100      OPEN INPUT PAYMENT-FILE, PAY-REGISTER.
 5200      OPEN OUTPUT PROOF-FILE.
 5670          DISPLAY 'PAYMENT FILE DISAGREES - HOLD FILE TRANSFER'
 5675              UPON CONSOLE
 5680          MOVE 8 TO RETURN-CODE.
 5690      PERFORM 030-RECORD-RUN-STATUS THRU 030-EXIT.
 6000      STOP RUN.
 6010
 6100  100-MATCH-FILES.
 8115  450-SET-EXIT.
 8120      EXIT.
 8125
 8200  010-READ-PERIOD-CONTROL.
 8205      OPEN INPUT PERIOD-CONTROL.
 8210      READ PERIOD-CONTROL
 8215          AT END
 8220              DISPLAY 'PAY PERIOD CONTROL EMPTY - RUN TERMINATED'
 8225                  UPON CONSOLE
 8230              MOVE 8 TO RETURN-CODE
 8235              STOP RUN
 8240      END-READ.
 8245      MOVE PC-PERIOD-NUMBER TO RUN-PERIOD-NUMBER.
 8250      CLOSE PERIOD-CONTROL.
 8255
 8260  010-EXIT.
 8265      EXIT.
 8270
 8275  015-CHECK-RUN-STATUS.
 8280      OPEN I-O RUN-STATUS.
 8285      READ RUN-STATUS
 8290          AT END
 8295              DISPLAY 'RUN STATUS RECORD EMPTY - RUN TERMINATED'
 8300                  UPON CONSOLE
 8305              MOVE 8 TO RETURN-CODE
 8310              STOP RUN
 8315      END-READ.
 8320      IF RS-EXTRACT-PERIOD NOT = RUN-PERIOD-NUMBER
 8325          OR NOT EXTRACT-COMPLETE
 8330          DISPLAY 'PAYMENT EXTRACT NOT COMPLETE FOR PERIOD '
 8335              RUN-PERIOD-NUMBER ' - RELEASE PROOF REFUSED'
 8340              UPON CONSOLE
 8345          MOVE 8 TO RETURN-CODE
 8350          STOP RUN.
 8355
 8360  015-EXIT.
 8365      EXIT.
 8370
 8375  030-RECORD-RUN-STATUS.
 8380      MOVE RUN-PERIOD-NUMBER TO RS-PROOF-PERIOD.
 8385      IF RETURN-CODE = ZERO
 8390          MOVE 'C' TO RS-PROOF-RESULT
 8395      ELSE
 8400          MOVE 'F' TO RS-PROOF-RESULT.
 8405      ACCEPT RS-PROOF-DATE FROM DATE YYYYMMDD.
 8410      REWRITE RUN-STATUS-REC.
 8415      CLOSE RUN-STATUS.
 8420
 8425  030-EXIT.
 8430      EXIT.
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.PAYDD    DD DSNAME=HERC01.SALARIES.PAYFILE,DISP=SHR
//GO.REGDD    DD DSNAME=HERC01.SALARIES.REG.SORTED,DISP=(OLD,DELETE)
//* PAY-PERIOD CONTROL RECORD AND THE PERIOD'S RUN-STATUS RECORD (SEE
//* GO.STATDD IN THE PAYROLL JOB, HERC01S).
//GO.CTLDD    DD DSNAME=HERC01.SALARIES.PAYCTL,DISP=SHR
//GO.STATDD   DD DSNAME=HERC01.SALARIES.RUNSTAT,DISP=OLD
//
