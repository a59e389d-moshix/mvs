//* AGAINST THE PAYMENT FILE AND THE PAY REGISTER, THE OFFENDING
//* HERC01.BANK.MASTER RECORD IS FLAGGED 'R' SO THE PAYMENT EXTRACT
//* STOPS USING IT, A REISSUE-BY-CHECK LISTING IS PRINTED WITH THE
//* RETURNED AMOUNTS (AND THE REISSUE CHECKS QUEUED FOR THE CHECK
//* WRITER), AND REVERSING ENTRIES FOR THE 201100 NET-PAY
//* LEG ARE WRITTEN SO THE GL IS NOT OVERSTATED BY MONEY THAT CAME
//* BACK.  A FLAGGED ACCOUNT STAYS BLOCKED UNTIL THE BANK MASTER
//* MAINTENANCE APPLIES A CORRECTED ACCOUNT (WHICH RESTARTS THE
 1450      SELECT PAYMENT-FILE ASSIGN TO DA-S-PAYDD.
 1460      SELECT PAY-REGISTER ASSIGN TO DA-S-REGDD.
 1470      SELECT GL-REVERSAL ASSIGN TO DA-S-GLRDD.
 1475      SELECT CHECK-REQUEST ASSIGN TO DA-S-CHKDD.
 1500      SELECT REISSUE-FILE ASSIGN TO UR-S-SYSPRINT.
 1600
 2400  DATA DIVISION.
 3350  01  PAYMENT-REC.
 3355      05 PD-RECORD-TYPE PIC X(01).
 3356      88 PD-DETAIL-RECORD                   VALUE 'D'.
 3357      88 PD-HEADER-RECORD                   VALUE 'H'.
 3360      05 PD-EMPLOYEE-ID PIC 9(10).
 3365      05 PD-NAME PIC X(23).
 3370      05 PD-NET-AMOUNT PIC 9(6)V99.
 3385      05 PD-ACCT-TYPE PIC X(01).
 3390      05 PD-PAY-DATE PIC 9(8).
 3395      05 FILLER PIC X(03).
 3396
 3397  01  PAYMENT-HEADER-REC.
 3397A     05 FILLER PIC X(29).
 3397B     05 PH-PERIOD-NUMBER PIC 9(4).
 3397C     05 FILLER PIC X(47).
 3400
 3410  FD  PAY-REGISTER
 3415      BLOCK CONTAINS 0 RECORDS
 3555      05 GL-COST-CENTER         PIC X(06).
 3560      05 FILLER                 PIC X(04).
 3565
 3570  FD  CHECK-REQUEST
 3572      BLOCK CONTAINS 0 RECORDS
 3574      DATA RECORD IS CHECK-REQUEST-REC.
 3576
 3578  01  CHECK-REQUEST-REC.
 3580      05 CQ-SOURCE PIC X(01).
 3582      05 CQ-EMPLOYEE-ID PIC 9(10).
 3584      05 CQ-NAME PIC X(23).
 3586      05 CQ-AMOUNT PIC 9(6)V99.
 3588      05 CQ-PAY-DATE PIC 9(8).
 3590      05 CQ-PERIOD-NUMBER PIC 9(4).
 3592      05 CQ-RUN-TYPE PIC X(01).
 3594      05 CQ-REASON PIC X(20).
 3596      05 FILLER PIC X(05).
 3598
 3600  FD  REISSUE-FILE
 3605      LABEL RECORDS ARE OMITTED
 3610      DATA RECORD IS REISSUE-PRINT-REC.
 3794B 77  UNVERIFIED-COUNT            PIC 9(7)    VALUE ZERO.
 3795  77  GL-NET-PAY-ACCOUNT          PIC X(06)   VALUE '201100'.
 3800  77  GL-RETURN-CLEARING          PIC X(06)   VALUE '201150'.
 3801  77  RETURN-PERIOD-NUMBER        PIC 9(4)    VALUE ZERO.
 3802  77  REISSUE-QUEUED-COUNT        PIC 9(7)    VALUE ZERO.
 3805
 3810  01  REISSUE-TITLE-LINE.
 3815      05 FILLER PIC X(25) VALUE SPACES.
 3996C     05 FILLER PIC X(40) VALUE
 3996D         ' - EXCLUDED FROM THE GL REVERSAL'.
 3996E     05 FILLER PIC X(59) VALUE SPACES.
 3996F
 3996G 01  REISSUE-QUEUED-LINE.
 3996H     05 FILLER PIC X(26) VALUE 'REISSUE CHECKS QUEUED:    '.
 3996J     05 RQL-QUEUED PIC ZZZ,ZZ9.
 3996K     05 FILLER PIC X(99) VALUE SPACES.
 3997
 5000  PROCEDURE DIVISION.
 5010  000-INITIATE.
 5100      OPEN INPUT RETURN-FILE, OLD-MASTER, PAYMENT-FILE,
 5105                 PAY-REGISTER.
 5110      OPEN OUTPUT NEW-MASTER, GL-REVERSAL.
 5115      OPEN EXTEND CHECK-REQUEST.
 5200      OPEN OUTPUT REISSUE-FILE.
 5205      ACCEPT RETURN-RUN-DATE FROM DATE.
 5210
 5667          MOVE UNVERIFIED-COUNT TO RUL-UNVERIFIED
 5668          WRITE REISSUE-PRINT-REC FROM REISSUE-UNVER-LINE
 5669              AFTER ADVANCING 1 LINES.
 5669A     MOVE REISSUE-QUEUED-COUNT TO RQL-QUEUED.
 5669B     WRITE REISSUE-PRINT-REC FROM REISSUE-QUEUED-LINE
 5669C         AFTER ADVANCING 1 LINES.
 5670      CLOSE RETURN-FILE, OLD-MASTER, NEW-MASTER, PAYMENT-FILE,
 5675            PAY-REGISTER, GL-REVERSAL, REISSUE-FILE,
 5677            CHECK-REQUEST.
 5680      IF REJECTED-COUNT > ZERO OR UNVERIFIED-COUNT > ZERO
 5685          DISPLAY 'BANK RETURNS UNMATCHED OR UNVERIFIED - '
 5687              'REVIEW LISTING' UPON CONSOLE
 6850      ADD 1 TO MATCHED-COUNT.
 6852      IF RETURN-VERIFIED
 6855          ADD RT-AMOUNT TO RETURNED-TOTAL
 6856          PERFORM 650-QUEUE-REISSUE-CHECK THRU 650-EXIT
 6857      ELSE
 6858          ADD 1 TO UNVERIFIED-COUNT.
 6860      PERFORM 110-GET-RETURN THRU 110-EXIT.
 7335          NOT AT END
 7340              IF PD-DETAIL-RECORD
 7345                  MOVE PD-EMPLOYEE-ID TO PAY-KEY
 7347              END-IF
 7348              IF PD-HEADER-RECORD
 7349                  MOVE PH-PERIOD-NUMBER TO RETURN-PERIOD-NUMBER
 7350              END-IF
 7355      END-READ.
 7360
 7760  600-EXIT.
 7765      EXIT.
 7770
 7775  650-QUEUE-REISSUE-CHECK.
 7780      MOVE SPACES TO CHECK-REQUEST-REC.
 7785      MOVE 'R' TO CQ-SOURCE.
 7790      MOVE RT-EMPLOYEE-ID       TO CQ-EMPLOYEE-ID.
 7795      MOVE PD-NAME              TO CQ-NAME.
 7800      MOVE RT-AMOUNT            TO CQ-AMOUNT.
 7805      MOVE PD-PAY-DATE          TO CQ-PAY-DATE.
 7810      MOVE RETURN-PERIOD-NUMBER TO CQ-PERIOD-NUMBER.
 7815      MOVE 'DEPOSIT RETURNED' TO CQ-REASON.
 7820      WRITE CHECK-REQUEST-REC.
 7825      ADD 1 TO REISSUE-QUEUED-COUNT.
 7830
 7835  650-EXIT.
 7840      EXIT.
 7845
/*
//COB.SYSLIB   DD DSNAME=SYS1.COBLIB,DISP=SHR
//SYSABEND    DD SYSOUT=*
//GO.GLRDD    DD DSNAME=HERC01.SALARIES.GLRETN,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(1,1)),UNIT=SYSDA
//* EACH VERIFIED RETURN IS ALSO QUEUED ON THE PENDING-CHECK FILE SO
//* THE CHECK WRITER (HERC20C) PRINTS THE REISSUE CHECK.  UNVERIFIED
//* RETURNS ARE NOT QUEUED - CUT THEM BY HAND ONCE RESOLVED.  DO NOT
//* RERUN THIS JOB FOR THE SAME RETURN FILE; THE REVERSAL AND THE
//* REISSUE WOULD BOTH BE TAKEN TWICE.
//GO.CHKDD    DD DSNAME=HERC01.CHECK.PENDING,DISP=MOD
//*
//* REPLACE THE PRODUCTION BANK MASTER WITH THE FLAGGED COPY ONLY
//* AFTER THE REISSUE LISTING ABOVE IS REVIEWED.
