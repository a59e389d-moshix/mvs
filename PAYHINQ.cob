//HERC16H  JOB (COBOL),
//             'PAY HISTORY INQ/REPRINT',
//             CLASS=A,
//             MSGCLASS=A,
//             REGION=8M,TIME=1440,
//             MSGLEVEL=(1,1)
//* PAY HISTORY INQUIRY AND PAY STATEMENT REPRINT AGAINST
//* HERC01.SALARIES.PAYHIST, THE PERMANENT BY-PERIOD HISTORY OF EVERY
//* REGISTER LINE PAID, ADDED BY THE PAYMENT EXTRACT (HERC08P).
//*
//* THE FIRST CARD ON GO.SYSIN SAYS WHAT TO PRINT: 'LIST' (COLUMNS
//* 1-8) FOR A PER-PERIOD PAY LISTING, ONE EMPLOYEE PER PAGE WITH
//* TOTALS, OR 'REPRINT' FOR A COPY OF EACH PAY STATEMENT IN THE RANGE
//* EXACTLY AS THE PAYROLL JOB ISSUED IT.  COLUMNS 10-13 AND 15-18
//* HOLD THE FIRST AND LAST PERIOD NUMBERS WANTED (BLANK FOR ALL) AND
//* COLUMN 20 THE RUN TYPE - 'R' OR BLANK FOR REGULAR PERIODS, 'S' FOR
//* SUPPLEMENTAL RUNS BY SUPPLEMENTAL RUN NUMBER (LIST ONLY - NO
//* STATEMENTS ARE PRINTED FOR A SUPPLEMENTAL RUN).  ONE EMPLOYEE-ID
//* (COLUMNS 1-10) PER CARD FOLLOWS.  THE HISTORY IS READ ONCE PER RUN
//* AND THE MATCHES ORDERED BY AN INTERNAL SORT.  A BAD OPTION CARD
//* ENDS THE JOB WITH RETURN CODE 8 AND NOTHING PRINTED.  A DECK OF
//* MORE THAN 100 EMPLOYEE-IDS ALSO ENDS IT WITH RETURN CODE 8, AND
//* ONLY A REJECTION PAGE PRINTED.
//SAL      EXEC COBUCG,
//         PARM.COB='FLAGW,LOAD,SUPMAP,SIZE=2048K,BUF=1024K'
//COB.SYSPUNCH DD DUMMY
//COB.SYSIN    DD *
  150 ***   PAY HISTORY INQUIRY AND STATEMENT REPRINT PROGRAM
  160 ***   LISTS THE PAY HISTORY BY PERIOD OR REPRINTS THE PAY
  165 ***   STATEMENTS FOR THE EMPLOYEE-IDS AND PERIOD RANGE ON
  168 ***   SYSIN, PULLING THE MATCHES ON ONE PASS OF THE HISTORY
  170 ***   OCTOBER 15, 2026
  175 ***
  180  IDENTIFICATION DIVISION.
  200  PROGRAM-ID. PAYHINQ.
  210  DATE-WRITTEN. OCTOBER 15, 2026.
  220  DATE-COMPILED. OCTOBER 15, 2026.
  300  ENVIRONMENT DIVISION.
 1200  CONFIGURATION SECTION.
 1210  SOURCE-COMPUTER. IBM-370.
 1220  OBJECT-COMPUTER. IBM-370.
 1290
 1300  INPUT-OUTPUT SECTION.
 1400  FILE-CONTROL.
 1420      SELECT REQUEST-FILE ASSIGN TO UR-S-SYSIN.
 1425      SELECT PAY-HISTORY  ASSIGN TO DA-S-HISTDD.
 1430      SELECT SORT-FILE    ASSIGN TO DA-S-SORTWK01.
 1435      SELECT INQUIRY-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 2500  FILE SECTION.
 2600  FD  REQUEST-FILE
 2800      BLOCK CONTAINS 0 RECORDS
 3000      DATA RECORD IS REQUEST-REC.
 3010
 3015  01  REQUEST-REC.
 3020      05 REQUEST-ID PIC 9(10).
 3025      05 REQUEST-ID-X REDEFINES REQUEST-ID PIC X(10).
 3030      05 FILLER PIC X(70).
 3035  01  OPTION-REC REDEFINES REQUEST-REC.
 3040      05 OPT-ACTION PIC X(08).
 3045      88 LIST-WANTED                        VALUE 'LIST'.
 3050      88 REPRINT-WANTED                     VALUE 'REPRINT'.
 3055      05 FILLER PIC X(01).
 3060      05 OPT-FROM-PERIOD PIC 9(4).
 3065      05 OPT-FROM-PERIOD-X REDEFINES OPT-FROM-PERIOD PIC X(04).
 3070      05 FILLER PIC X(01).
 3075      05 OPT-TO-PERIOD PIC 9(4).
 3080      05 OPT-TO-PERIOD-X REDEFINES OPT-TO-PERIOD PIC X(04).
 3085      05 FILLER PIC X(01).
 3090      05 OPT-RUN-TYPE PIC X(01).
 3095      88 OPT-RUN-TYPE-VALID                 VALUE 'R', 'S', ' '.
 3100      05 FILLER PIC X(60).
 3105
 3110  FD  PAY-HISTORY
 3115      BLOCK CONTAINS 0 RECORDS
 3120      DATA RECORD IS PAY-HISTORY-REC.
 3125
 3130  01  PAY-HISTORY-REC.
 3135      05 HST-EMPLOYEE-ID PIC 9(10).
 3140      05 HST-RUN-TYPE PIC X(01).
 3145      05 HST-PERIOD-NUMBER PIC 9(4).
 3150      05 HST-PERIOD-END PIC 9(8).
 3155      05 HST-PAY-DATE PIC 9(8).
 3160      05 HST-NAME PIC X(23).
 3165      05 HST-DEPT-CODE PIC X(06).
 3170      05 HST-GROSS PIC 9(6)V99.
 3175      05 HST-TAX PIC 9(6)V99.
 3180      05 HST-DEDUCTIONS PIC 9(6)V99.
 3185      05 HST-NET-PAY PIC 9(6)V99.
 3190      05 HST-PAY-METHOD PIC X(01).
 3195      05 HST-YTD-GROSS PIC 9(9)V99.
 3200      05 HST-YTD-TAX PIC 9(9)V99.
 3205      05 HST-VAC-ACCRUED PIC 9(3)V99.
 3205A     05 HST-VAC-TAKEN PIC 9(3)V99.
 3205B     05 HST-VAC-BALANCE PIC 9(5)V99.
 3205C     05 HST-SICK-ACCRUED PIC 9(3)V99.
 3205D     05 HST-SICK-TAKEN PIC 9(3)V99.
 3205E     05 HST-SICK-BALANCE PIC 9(5)V99.
 3205F     05 FILLER PIC X(01).
 3210
 3215  SD  SORT-FILE
 3220      DATA RECORD IS SORT-REC.
 3225
 3230  01  SORT-REC.
 3235      05 SORT-EMPLOYEE-ID PIC 9(10).
 3240      05 SORT-RUN-TYPE PIC X(01).
 3245      05 SORT-PERIOD-NUMBER PIC 9(4).
 3250      05 SORT-PERIOD-END PIC 9(8).
 3255      05 SORT-PERIOD-END-R REDEFINES SORT-PERIOD-END.
 3260         10 FILLER PIC 9(2).
 3265         10 SORT-END-YYMMDD PIC 9(6).
 3270      05 SORT-PAY-DATE PIC 9(8).
 3275      05 SORT-PAY-DATE-R REDEFINES SORT-PAY-DATE.
 3280         10 FILLER PIC 9(2).
 3285         10 SORT-PAY-YYMMDD PIC 9(6).
 3290      05 SORT-NAME PIC X(23).
 3295      05 SORT-DEPT-CODE PIC X(06).
 3300      05 SORT-GROSS PIC 9(6)V99.
 3305      05 SORT-TAX PIC 9(6)V99.
 3310      05 SORT-DEDUCTIONS PIC 9(6)V99.
 3315      05 SORT-NET-PAY PIC 9(6)V99.
 3320      05 SORT-PAY-METHOD PIC X(01).
 3325      88 SORT-PAID-BY-CHECK                 VALUE 'C'.
 3330      05 SORT-YTD-GROSS PIC 9(9)V99.
 3335      05 SORT-YTD-TAX PIC 9(9)V99.
 3340      05 SORT-VAC-ACCRUED PIC 9(3)V99.
 3340A     05 SORT-VAC-TAKEN PIC 9(3)V99.
 3340B     05 SORT-VAC-BALANCE PIC 9(5)V99.
 3340C     05 SORT-SICK-ACCRUED PIC 9(3)V99.
 3340D     05 SORT-SICK-TAKEN PIC 9(3)V99.
 3340E     05 SORT-SICK-BALANCE PIC 9(5)V99.
 3340F     05 FILLER PIC X(01).
 3345
 3350  FD  INQUIRY-FILE
 3355      LABEL RECORDS ARE OMITTED
 3360      DATA RECORD IS INQUIRY-PRINT-REC.
 3365
 3370  01  INQUIRY-PRINT-REC PIC X(132).
 3375
 3700  WORKING-STORAGE SECTION.
 3705  77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
 3710  88  REQUEST-EOF                          VALUE 'Y'.
 3715  77  HIST-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3720  88  HIST-EOF                             VALUE 'Y'.
 3725  77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
 3730  88  SORT-EOF                             VALUE 'Y'.
 3735  77  REQUESTED-SWITCH            PIC X(1)    VALUE 'N'.
 3740  88  REQUESTED-EMPLOYEE                   VALUE 'Y'.
 3745  77  REQUEST-COUNT               PIC 9(4)    COMP VALUE ZERO.
 3750  77  PRIOR-EMPLOYEE-ID           PIC 9(10)   VALUE ZERO.
 3755  77  FROM-PERIOD                 PIC 9(4)    VALUE ZERO.
 3760  77  TO-PERIOD                   PIC 9(4)    VALUE 9999.
 3765  77  SELECT-RUN-TYPE             PIC X(1)    VALUE 'R'.
 3770  77  EMPL-TOTAL-GROSS            PIC 9(9)V99 VALUE ZERO.
 3775  77  EMPL-TOTAL-TAX              PIC 9(9)V99 VALUE ZERO.
 3780  77  EMPL-TOTAL-DEDUCTIONS       PIC 9(9)V99 VALUE ZERO.
 3785  77  EMPL-TOTAL-NET              PIC 9(9)V99 VALUE ZERO.
 3790  77  STATEMENT-COUNT             PIC 9(7)    VALUE ZERO.
 3795  01  REQUEST-TABLE-AREA.
 3800      05  REQUEST-ENTRY OCCURS 100 TIMES
 3805              INDEXED BY REQ-IX.
 3810          10  REQ-EMPLOYEE-ID     PIC 9(10).
 3815          10  REQ-FOUND-SWITCH    PIC X(01).
 3820          88  REQ-FOUND                    VALUE 'Y'.
 3825
 3830  01  INQ-TITLE-LINE.
 3835      05 FILLER PIC X(25) VALUE 'PAY HISTORY FOR EMPLOYEE '.
 3840      05 INQ-EMPLOYEE-ID PIC 9(10).
 3845      05 FILLER PIC X(02) VALUE SPACES.
 3850      05 INQ-NAME PIC X(23).
 3855      05 FILLER PIC X(10) VALUE '  PERIODS '.
 3860      05 INQ-FROM-PERIOD PIC 9(4).
 3865      05 FILLER PIC X(04) VALUE ' TO '.
 3870      05 INQ-TO-PERIOD PIC 9(4).
 3875      05 FILLER PIC X(02) VALUE SPACES.
 3880      05 INQ-RUN-TYPE PIC X(12).
 3885      05 FILLER PIC X(36) VALUE SPACES.
 3890
 3895  01  INQ-HEAD-LINE.
 3900      05 FILLER PIC X(08) VALUE 'PERIOD'.
 3905      05 FILLER PIC X(12) VALUE 'PERIOD END'.
 3910      05 FILLER PIC X(10) VALUE 'PAY DATE'.
 3915      05 FILLER PIC X(08) VALUE 'DEPT'.
 3920      05 FILLER PIC X(14) VALUE '         GROSS'.
 3925      05 FILLER PIC X(14) VALUE '           TAX'.
 3930      05 FILLER PIC X(14) VALUE '    DEDUCTIONS'.
 3935      05 FILLER PIC X(14) VALUE '       NET PAY'.
 3940      05 FILLER PIC X(04) VALUE SPACES.
 3945      05 FILLER PIC X(07) VALUE 'PAID BY'.
 3950      05 FILLER PIC X(27) VALUE SPACES.
 3955
 3960  01  INQ-DETAIL-LINE.
 3965      05 IDL-PERIOD-NUMBER PIC 9(4).
 3970      05 FILLER PIC X(04) VALUE SPACES.
 3975      05 IDL-PERIOD-END PIC 9(8).
 3980      05 FILLER PIC X(04) VALUE SPACES.
 3985      05 IDL-PAY-DATE PIC 9(8).
 3990      05 FILLER PIC X(02) VALUE SPACES.
 3995      05 IDL-DEPT-CODE PIC X(06).
 4000      05 FILLER PIC X(02) VALUE SPACES.
 4005      05 IDL-GROSS PIC ZZ,ZZZ,ZZ9.99.
 4010      05 FILLER PIC X(01) VALUE SPACES.
 4015      05 IDL-TAX PIC ZZ,ZZZ,ZZ9.99.
 4020      05 FILLER PIC X(01) VALUE SPACES.
 4025      05 IDL-DEDUCTIONS PIC ZZ,ZZZ,ZZ9.99.
 4030      05 FILLER PIC X(01) VALUE SPACES.
 4035      05 IDL-NET-PAY PIC ZZ,ZZZ,ZZ9.99.
 4040      05 FILLER PIC X(04) VALUE SPACES.
 4045      05 IDL-PAID-BY PIC X(07).
 4050      05 FILLER PIC X(27) VALUE SPACES.
 4055
 4060  01  INQ-TOTAL-LINE.
 4065      05 FILLER PIC X(38) VALUE 'TOTAL FOR PERIODS LISTED'.
 4070      05 ITL-GROSS PIC ZZ,ZZZ,ZZ9.99.
 4075      05 FILLER PIC X(01) VALUE SPACES.
 4080      05 ITL-TAX PIC ZZ,ZZZ,ZZ9.99.
 4085      05 FILLER PIC X(01) VALUE SPACES.
 4090      05 ITL-DEDUCTIONS PIC ZZ,ZZZ,ZZ9.99.
 4095      05 FILLER PIC X(01) VALUE SPACES.
 4100      05 ITL-NET-PAY PIC ZZ,ZZZ,ZZ9.99.
 4105      05 FILLER PIC X(38) VALUE SPACES.
 4110
 4115  01  INQ-NONE-LINE.
 4120      05 FILLER PIC X(50) VALUE
 4125          'NO PAY HISTORY ON FILE FOR THIS EMPLOYEE AND RANGE'.
 4130      05 FILLER PIC X(82) VALUE SPACES.
 4130A
 4130B 01  INQ-REJECT-LINE.
 4130C     05 FILLER PIC X(60) VALUE
 4130D         'MORE THAN 100 EMPLOYEE-IDS ON SYSIN - INQUIRY REJECTED'.
 4130E     05 FILLER PIC X(72) VALUE SPACES.
 4135
 4140  01  STMT-TITLE-LINE.
 4145      05 FILLER PIC X(30) VALUE SPACES.
 4150      05 FILLER PIC X(53) VALUE
 4155          'B I M  C O R P .   E M P L O Y E E   P A Y   S T U B'.
 4160      05 FILLER PIC X(49) VALUE SPACES.
 4165
 4170  01  STMT-PERIOD-LINE.
 4175      05 FILLER PIC X(19) VALUE 'PAY PERIOD ENDING: '.
 4180      05 STMT-PERIOD-DATE PIC 99/99/99.
 4185      05 FILLER PIC X(13) VALUE '  PERIOD NO: '.
 4190      05 STMT-PERIOD-NO PIC ZZZ9.
 4195      05 FILLER PIC X(12) VALUE '  PAY DATE: '.
 4200      05 STMT-PAY-DATE PIC 99/99/99.
 4205      05 FILLER PIC X(68) VALUE SPACES.
 4210
 4215  01  STMT-ID-LINE.
 4220      05 FILLER PIC X(20) VALUE 'EMPLOYEE ID:'.
 4225      05 STMT-EMPLOYEE-ID PIC 9(10).
 4230      05 FILLER PIC X(102) VALUE SPACES.
 4235
 4240  01  STMT-NAME-LINE.
 4245      05 FILLER PIC X(20) VALUE 'EMPLOYEE NAME:'.
 4250      05 STMT-NAME PIC X(23).
 4255      05 FILLER PIC X(89) VALUE SPACES.
 4260
 4265  01  STMT-DEPT-LINE.
 4270      05 FILLER PIC X(20) VALUE 'DEPARTMENT:'.
 4275      05 STMT-DEPT-CODE PIC X(06).
 4280      05 FILLER PIC X(106) VALUE SPACES.
 4285
 4290  01  STMT-WAGE-LINE.
 4295      05 FILLER PIC X(26) VALUE 'GROSS MONTHLY WAGE'.
 4300      05 STMT-GROSS-WAGE PIC $$$,$$9.99.
 4305      05 FILLER PIC X(96) VALUE SPACES.
 4310
 4315  01  STMT-TAX-LINE.
 4320      05 FILLER PIC X(26) VALUE 'WAGE TAX WITHHELD'.
 4325      05 STMT-WAGE-TAX PIC $$$,$$9.99.
 4330      05 FILLER PIC X(96) VALUE SPACES.
 4335
 4340  01  STMT-YTD-WAGE-LINE.
 4345      05 FILLER PIC X(22) VALUE 'YTD GROSS WAGES'.
 4350      05 STMT-YTD-WAGES PIC $$$,$$$,$$9.99.
 4355      05 FILLER PIC X(96) VALUE SPACES.
 4360
 4365  01  STMT-YTD-TAX-LINE.
 4370      05 FILLER PIC X(22) VALUE 'YTD TAX WITHHELD'.
 4375      05 STMT-YTD-TAX PIC $$$,$$$,$$9.99.
 4380      05 FILLER PIC X(96) VALUE SPACES.
 4385
 4385A 01  STMT-LEAVE-HEAD-LINE.
 4385B     05 FILLER PIC X(22) VALUE 'LEAVE HOURS'.
 4385C     05 FILLER PIC X(32) VALUE
 4385D         '   ACCRUED     TAKEN   REMAINING'.
 4385E     05 FILLER PIC X(78) VALUE SPACES.
 4385F
 4385G 01  STMT-LEAVE-LINE.
 4385H     05 STMT-LEAVE-TYPE PIC X(22).
 4385I     05 FILLER PIC X(03) VALUE SPACES.
 4385J     05 STMT-LEAVE-ACCRUED PIC ZZZ9.99.
 4385K     05 FILLER PIC X(03) VALUE SPACES.
 4385L     05 STMT-LEAVE-TAKEN PIC ZZZ9.99.
 4385M     05 FILLER PIC X(03) VALUE SPACES.
 4385N     05 STMT-LEAVE-REMAINING PIC ZZ,ZZ9.99.
 4385P     05 FILLER PIC X(78) VALUE SPACES.
 4385Q
 4390  01  STMT-FOOT-LINE.
 4395      05 FILLER PIC X(40) VALUE
 4400          'RETAIN THIS STATEMENT FOR YOUR RECORDS'.
 4405      05 FILLER PIC X(92) VALUE SPACES.
 4410
 4415  01  STMT-COUNT-LINE.
 4420      05 FILLER PIC X(20) VALUE 'STATEMENTS PRINTED: '.
 4425      05 STMT-COUNT-OUT PIC ZZZ,ZZ9.
 4430      05 FILLER PIC X(105) VALUE SPACES.
 4435
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5015
 5020      OPEN INPUT REQUEST-FILE.
 5025      PERFORM 040-READ-OPTION-CARD THRU 040-EXIT.
 5030      OPEN OUTPUT INQUIRY-FILE.
 5035
 5040      PERFORM 050-LOAD-REQUESTS THRU 050-EXIT.
 5045      CLOSE REQUEST-FILE.
 5050
 5055      SORT SORT-FILE
 5060          ON ASCENDING KEY SORT-EMPLOYEE-ID
 5065          ON ASCENDING KEY SORT-PAY-DATE
 5070          ON ASCENDING KEY SORT-PERIOD-NUMBER
 5075          INPUT PROCEDURE IS 600-SELECT-HISTORY
 5080          OUTPUT PROCEDURE IS 700-PRINT-HISTORY.
 5085
 5090      PERFORM 300-REPORT-NO-HISTORY THRU 300-EXIT
 5095          VARYING REQ-IX FROM 1 BY 1
 5100          UNTIL REQ-IX > REQUEST-COUNT.
 5105
 5110  000-TERMINATE.
 5115      IF REPRINT-WANTED
 5120          MOVE STATEMENT-COUNT TO STMT-COUNT-OUT
 5125          WRITE INQUIRY-PRINT-REC FROM STMT-COUNT-LINE
 5130              AFTER ADVANCING PAGE.
 5135      CLOSE INQUIRY-FILE.
 5140
 5145      STOP RUN.
 5150
 5155  040-READ-OPTION-CARD.
 5160      READ REQUEST-FILE
 5165          AT END
 5170              DISPLAY 'NO OPTION CARD ON SYSIN - RUN TERMINATED'
 5175                  UPON CONSOLE
 5180              MOVE 8 TO RETURN-CODE
 5185              STOP RUN
 5190      END-READ.
 5195      IF NOT LIST-WANTED AND NOT REPRINT-WANTED
 5200          GO TO 045-BAD-OPTION-CARD.
 5205      IF NOT OPT-RUN-TYPE-VALID
 5210          GO TO 045-BAD-OPTION-CARD.
 5215      IF OPT-RUN-TYPE = 'S'
 5220          MOVE 'S' TO SELECT-RUN-TYPE
 5225          MOVE 'SUPPLEMENTAL' TO INQ-RUN-TYPE
 5230      ELSE
 5235          MOVE 'R' TO SELECT-RUN-TYPE
 5240          MOVE 'REGULAR' TO INQ-RUN-TYPE.
 5245      IF REPRINT-WANTED AND SELECT-RUN-TYPE = 'S'
 5250          GO TO 045-BAD-OPTION-CARD.
 5255      IF OPT-FROM-PERIOD-X NOT = SPACES
 5260          IF OPT-FROM-PERIOD NUMERIC
 5265              MOVE OPT-FROM-PERIOD TO FROM-PERIOD
 5270          ELSE
 5275              GO TO 045-BAD-OPTION-CARD.
 5280      IF OPT-TO-PERIOD-X NOT = SPACES
 5285          IF OPT-TO-PERIOD NUMERIC
 5290              MOVE OPT-TO-PERIOD TO TO-PERIOD
 5295          ELSE
 5300              GO TO 045-BAD-OPTION-CARD.
 5305      IF FROM-PERIOD > TO-PERIOD
 5310          GO TO 045-BAD-OPTION-CARD.
 5315      MOVE FROM-PERIOD TO INQ-FROM-PERIOD.
 5320      MOVE TO-PERIOD TO INQ-TO-PERIOD.
 5325      GO TO 040-EXIT.
 5330
 5335  045-BAD-OPTION-CARD.
 5340      DISPLAY 'INVALID OPTION CARD - RUN TERMINATED - '
 5345          OPTION-REC UPON CONSOLE.
 5350      MOVE 8 TO RETURN-CODE.
 5355      STOP RUN.
 5360
 5365  040-EXIT.
 5370      EXIT.
 5375
 5380  050-LOAD-REQUESTS.
 5385      PERFORM 055-LOAD-ONE-REQUEST THRU 055-EXIT
 5390          UNTIL REQUEST-EOF.
 5395
 5400  050-EXIT.
 5405      EXIT.
 5410
 5415  055-LOAD-ONE-REQUEST.
 5420      READ REQUEST-FILE
 5425          AT END SET REQUEST-EOF TO TRUE
 5430          NOT AT END
 5435              IF REQUEST-ID-X = SPACES OR REQUEST-ID = ZERO
 5440                  CONTINUE
 5445              ELSE
 5450                  IF REQUEST-COUNT < 100
 5455                      ADD 1 TO REQUEST-COUNT
 5460                      SET REQ-IX TO REQUEST-COUNT
 5465                      MOVE REQUEST-ID TO REQ-EMPLOYEE-ID(REQ-IX)
 5470                      MOVE 'N' TO REQ-FOUND-SWITCH(REQ-IX)
 5475                  ELSE
 5480                      GO TO 058-REQUEST-TABLE-FULL
 5485                  END-IF
 5490              END-IF
 5495      END-READ.
 5500      GO TO 055-EXIT.
 5500A
 5500B 058-REQUEST-TABLE-FULL.
 5500C     WRITE INQUIRY-PRINT-REC FROM INQ-REJECT-LINE
 5500D         AFTER ADVANCING PAGE.
 5500E     DISPLAY 'TOO MANY EMPLOYEE-IDS ON SYSIN - RUN TERMINATED'
 5500F         UPON CONSOLE.
 5500G     CLOSE REQUEST-FILE, INQUIRY-FILE.
 5500H     MOVE 8 TO RETURN-CODE.
 5500I     STOP RUN.
 5500J
 5505  055-EXIT.
 5510      EXIT.
 5515
 5520  300-REPORT-NO-HISTORY.
 5525      IF REQ-FOUND(REQ-IX)
 5530          GO TO 300-EXIT.
 5535      MOVE REQ-EMPLOYEE-ID(REQ-IX) TO INQ-EMPLOYEE-ID.
 5540      MOVE SPACES TO INQ-NAME.
 5545      WRITE INQUIRY-PRINT-REC FROM INQ-TITLE-LINE
 5550          AFTER ADVANCING PAGE.
 5555      WRITE INQUIRY-PRINT-REC FROM INQ-NONE-LINE
 5560          AFTER ADVANCING 2 LINES.
 5565
 5570  300-EXIT.
 5575      EXIT.
 5580
 5585  600-SELECT-HISTORY SECTION.
 5590  600-START.
 5595      OPEN INPUT PAY-HISTORY.
 5600      PERFORM 610-SCAN-ONE-RECORD THRU 610-EXIT
 5605          UNTIL HIST-EOF.
 5610      CLOSE PAY-HISTORY.
 5615      GO TO 699-EXIT.
 5620
 5625  610-SCAN-ONE-RECORD.
 5630      READ PAY-HISTORY
 5635          AT END
 5640              SET HIST-EOF TO TRUE
 5645          NOT AT END
 5650              PERFORM 620-CHECK-REQUESTED THRU 620-EXIT
 5655              IF REQUESTED-EMPLOYEE
 5660                  RELEASE SORT-REC FROM PAY-HISTORY-REC
 5665              END-IF
 5670      END-READ.
 5675
 5680  610-EXIT.
 5685      EXIT.
 5690
 5695  620-CHECK-REQUESTED.
 5700      MOVE 'N' TO REQUESTED-SWITCH.
 5705      IF HST-RUN-TYPE NOT = SELECT-RUN-TYPE
 5710          GO TO 620-EXIT.
 5715      IF HST-PERIOD-NUMBER < FROM-PERIOD
 5720          OR HST-PERIOD-NUMBER > TO-PERIOD
 5725          GO TO 620-EXIT.
 5730      PERFORM 630-SCAN-REQUEST-TABLE THRU 630-EXIT
 5735          VARYING REQ-IX FROM 1 BY 1
 5740          UNTIL REQ-IX > REQUEST-COUNT
 5745          OR REQ-EMPLOYEE-ID(REQ-IX) = HST-EMPLOYEE-ID.
 5750      IF REQ-IX NOT > REQUEST-COUNT
 5755          MOVE 'Y' TO REQUESTED-SWITCH.
 5760
 5765  620-EXIT.
 5770      EXIT.
 5775
 5780  630-SCAN-REQUEST-TABLE.
 5785      CONTINUE.
 5790
 5795  630-EXIT.
 5800      EXIT.
 5805
 5810  699-EXIT.
 5815      EXIT.
 5820
 5825  700-PRINT-HISTORY SECTION.
 5830  700-START.
 5835      PERFORM 710-GET-SORTED-RECORD THRU 710-EXIT
 5840          UNTIL SORT-EOF.
 5845      IF LIST-WANTED AND PRIOR-EMPLOYEE-ID NOT = ZERO
 5850          PERFORM 740-PRINT-EMPLOYEE-TOTAL THRU 740-EXIT.
 5855      GO TO 799-EXIT.
 5860
 5865  710-GET-SORTED-RECORD.
 5870      RETURN SORT-FILE
 5875          AT END
 5880              SET SORT-EOF TO TRUE
 5885          NOT AT END
 5890              PERFORM 715-PRINT-ONE-RECORD THRU 715-EXIT
 5895      END-RETURN.
 5900
 5905  710-EXIT.
 5910      EXIT.
 5915
 5920  715-PRINT-ONE-RECORD.
 5925      IF SORT-EMPLOYEE-ID NOT = PRIOR-EMPLOYEE-ID
 5930          PERFORM 730-MARK-REQUEST-FOUND THRU 730-EXIT
 5935              VARYING REQ-IX FROM 1 BY 1
 5940              UNTIL REQ-IX > REQUEST-COUNT.
 5945      IF REPRINT-WANTED
 5950          PERFORM 750-REPRINT-STATEMENT THRU 750-EXIT
 5955      ELSE
 5960          PERFORM 720-PRINT-HISTORY-LINE THRU 720-EXIT.
 5965      MOVE SORT-EMPLOYEE-ID TO PRIOR-EMPLOYEE-ID.
 5970
 5975  715-EXIT.
 5980      EXIT.
 5985
 5990  720-PRINT-HISTORY-LINE.
 5995      IF SORT-EMPLOYEE-ID NOT = PRIOR-EMPLOYEE-ID
 6000          IF PRIOR-EMPLOYEE-ID NOT = ZERO
 6005              PERFORM 740-PRINT-EMPLOYEE-TOTAL THRU 740-EXIT
 6010          END-IF
 6015          MOVE SORT-EMPLOYEE-ID TO INQ-EMPLOYEE-ID
 6020          MOVE SORT-NAME TO INQ-NAME
 6025          WRITE INQUIRY-PRINT-REC FROM INQ-TITLE-LINE
 6030              AFTER ADVANCING PAGE
 6035          WRITE INQUIRY-PRINT-REC FROM INQ-HEAD-LINE
 6040              AFTER ADVANCING 2 LINES
 6045      END-IF.
 6050      MOVE SORT-PERIOD-NUMBER TO IDL-PERIOD-NUMBER.
 6055      MOVE SORT-PERIOD-END    TO IDL-PERIOD-END.
 6060      MOVE SORT-PAY-DATE      TO IDL-PAY-DATE.
 6065      MOVE SORT-DEPT-CODE     TO IDL-DEPT-CODE.
 6070      MOVE SORT-GROSS         TO IDL-GROSS.
 6075      MOVE SORT-TAX           TO IDL-TAX.
 6080      MOVE SORT-DEDUCTIONS    TO IDL-DEDUCTIONS.
 6085      MOVE SORT-NET-PAY       TO IDL-NET-PAY.
 6090      IF SORT-PAID-BY-CHECK
 6095          MOVE 'CHECK' TO IDL-PAID-BY
 6100      ELSE
 6105          MOVE 'DEPOSIT' TO IDL-PAID-BY.
 6110      WRITE INQUIRY-PRINT-REC FROM INQ-DETAIL-LINE
 6115          AFTER ADVANCING 1 LINES.
 6120      ADD SORT-GROSS      TO EMPL-TOTAL-GROSS.
 6125      ADD SORT-TAX        TO EMPL-TOTAL-TAX.
 6130      ADD SORT-DEDUCTIONS TO EMPL-TOTAL-DEDUCTIONS.
 6135      ADD SORT-NET-PAY    TO EMPL-TOTAL-NET.
 6140
 6145  720-EXIT.
 6150      EXIT.
 6155
 6160  730-MARK-REQUEST-FOUND.
 6165      IF REQ-EMPLOYEE-ID(REQ-IX) = SORT-EMPLOYEE-ID
 6170          MOVE 'Y' TO REQ-FOUND-SWITCH(REQ-IX).
 6175
 6180  730-EXIT.
 6185      EXIT.
 6190
 6195  740-PRINT-EMPLOYEE-TOTAL.
 6200      MOVE EMPL-TOTAL-GROSS      TO ITL-GROSS.
 6205      MOVE EMPL-TOTAL-TAX        TO ITL-TAX.
 6210      MOVE EMPL-TOTAL-DEDUCTIONS TO ITL-DEDUCTIONS.
 6215      MOVE EMPL-TOTAL-NET        TO ITL-NET-PAY.
 6220      WRITE INQUIRY-PRINT-REC FROM INQ-TOTAL-LINE
 6225          AFTER ADVANCING 2 LINES.
 6230      MOVE ZERO TO EMPL-TOTAL-GROSS.
 6235      MOVE ZERO TO EMPL-TOTAL-TAX.
 6240      MOVE ZERO TO EMPL-TOTAL-DEDUCTIONS.
 6245      MOVE ZERO TO EMPL-TOTAL-NET.
 6250
 6255  740-EXIT.
 6260      EXIT.
 6265
 6270  750-REPRINT-STATEMENT.
 6275      MOVE SORT-END-YYMMDD    TO STMT-PERIOD-DATE.
 6280      MOVE SORT-PERIOD-NUMBER TO STMT-PERIOD-NO.
 6285      MOVE SORT-PAY-YYMMDD    TO STMT-PAY-DATE.
 6290      MOVE SORT-EMPLOYEE-ID   TO STMT-EMPLOYEE-ID.
 6295      MOVE SORT-NAME          TO STMT-NAME.
 6300      MOVE SORT-DEPT-CODE     TO STMT-DEPT-CODE.
 6305      MOVE SORT-GROSS         TO STMT-GROSS-WAGE.
 6310      MOVE SORT-TAX           TO STMT-WAGE-TAX.
 6315      MOVE SORT-YTD-GROSS     TO STMT-YTD-WAGES.
 6320      MOVE SORT-YTD-TAX       TO STMT-YTD-TAX.
 6325      WRITE INQUIRY-PRINT-REC FROM STMT-TITLE-LINE
 6330          AFTER ADVANCING PAGE.
 6335      WRITE INQUIRY-PRINT-REC FROM STMT-PERIOD-LINE
 6340          AFTER ADVANCING 2 LINES.
 6345      WRITE INQUIRY-PRINT-REC FROM STMT-ID-LINE
 6350          AFTER ADVANCING 2 LINES.
 6355      WRITE INQUIRY-PRINT-REC FROM STMT-NAME-LINE
 6360          AFTER ADVANCING 1 LINES.
 6365      WRITE INQUIRY-PRINT-REC FROM STMT-DEPT-LINE
 6370          AFTER ADVANCING 1 LINES.
 6375      WRITE INQUIRY-PRINT-REC FROM STMT-WAGE-LINE
 6380          AFTER ADVANCING 2 LINES.
 6385      WRITE INQUIRY-PRINT-REC FROM STMT-TAX-LINE
 6390          AFTER ADVANCING 1 LINES.
 6395      WRITE INQUIRY-PRINT-REC FROM STMT-YTD-WAGE-LINE
 6400          AFTER ADVANCING 2 LINES.
 6405      WRITE INQUIRY-PRINT-REC FROM STMT-YTD-TAX-LINE
 6410          AFTER ADVANCING 1 LINES.
 6410A     IF SORT-VAC-BALANCE NOT NUMERIC
 6410B         GO TO 750-FOOT.
 6410C     WRITE INQUIRY-PRINT-REC FROM STMT-LEAVE-HEAD-LINE
 6410D         AFTER ADVANCING 2 LINES.
 6410E     MOVE 'VACATION'        TO STMT-LEAVE-TYPE.
 6410F     MOVE SORT-VAC-ACCRUED  TO STMT-LEAVE-ACCRUED.
 6410G     MOVE SORT-VAC-TAKEN    TO STMT-LEAVE-TAKEN.
 6410H     MOVE SORT-VAC-BALANCE  TO STMT-LEAVE-REMAINING.
 6410I     WRITE INQUIRY-PRINT-REC FROM STMT-LEAVE-LINE
 6410J         AFTER ADVANCING 1 LINES.
 6410K     MOVE 'SICK LEAVE'      TO STMT-LEAVE-TYPE.
 6410L     MOVE SORT-SICK-ACCRUED TO STMT-LEAVE-ACCRUED.
 6410M     MOVE SORT-SICK-TAKEN   TO STMT-LEAVE-TAKEN.
 6410N     MOVE SORT-SICK-BALANCE TO STMT-LEAVE-REMAINING.
 6410P     WRITE INQUIRY-PRINT-REC FROM STMT-LEAVE-LINE
 6410Q         AFTER ADVANCING 1 LINES.
 6410R
 6410S 750-FOOT.
 6415      WRITE INQUIRY-PRINT-REC FROM STMT-FOOT-LINE
 6420          AFTER ADVANCING 3 LINES.
 6425      ADD 1 TO STATEMENT-COUNT.
 6430
 6435  750-EXIT.
 6440      EXIT.
 6445
 6450  799-EXIT.
 6455      EXIT.
 6460
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.SYSUDUMP DD SYSOUT=*
//GO.SYSOUT   DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*,DCB=(RECFM=FBA,LRECL=133,BLKSIZE=133)
//GO.HISTDD   DD DSNAME=HERC01.SALARIES.PAYHIST,DISP=SHR
//* WORK SPACE FOR THE INTERNAL SORT OF THE SELECTED HISTORY RECORDS:
//GO.SORTWK01 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//GO.SORTWK02 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//GO.SORTWK03 DD UNIT=SYSDA,SPACE=(TRK,(10,10))
//* OPTION CARD, THEN EMPLOYEE-IDS ONE PER CARD IN COLUMNS 1-10:
//GO.SYSIN    DD *
LIST     0001 9999 R
0000000100
0000000200
/*
//
