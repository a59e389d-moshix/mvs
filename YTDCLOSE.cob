//* ARCHIVE DATASETS ARE THE SEVEN-YEAR RETENTION COPIES - NEVER
//* SCRATCH THEM IN THIS JOB.
//*
//* ONLY THE ANNUAL FIGURES ARE ZEROED.  THE QUARTER-TO-DATE BUCKETS
//* ARE CARRIED ONTO THE NEW MASTER UNCHANGED FOR THE FOURTH-QUARTER
//* CLOSE (HERC17Q), WHICH MAY RUN BEFORE OR AFTER THIS JOB.
//*
//* SCRATCH ANY NEW-MASTER DATASET LEFT CATALOGED FROM A PRIOR CLOSE
//* RUN SO GO.NEWDD BELOW DOES NOT FAIL WITH "DATASET ALREADY EXISTS".
//SCRATCH  EXEC PGM=IEFBR14
 2555      05 YTD-EMPLOYEE-ID PIC 9(10).
 2556      05 YTD-GROSS-WAGES PIC 9(9)V99.
 2557      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 2557A     05 YTD-QTD-QUARTER PIC 9(5).
 2557B     05 YTD-QTD-WAGES PIC 9(9)V99.
 2557C     05 YTD-QTD-TAX PIC 9(9)V99.
 2557D     05 FILLER PIC X(05).
 2558
 2600  FD  NAME-FILE
 2800      BLOCK CONTAINS 0 RECORDS
 3555      05 NEW-YTD-EMPLOYEE-ID PIC 9(10).
 3556      05 NEW-YTD-GROSS-WAGES PIC 9(9)V99.
 3557      05 NEW-YTD-TAX-WITHHELD PIC 9(9)V99.
 3557A     05 NEW-YTD-QTD-QUARTER PIC 9(5).
 3557B     05 NEW-YTD-QTD-WAGES PIC 9(9)V99.
 3557C     05 NEW-YTD-QTD-TAX PIC 9(9)V99.
 3557D     05 FILLER PIC X(05).
 3558
 3560  FD  STATEMENT-FILE
 3565      LABEL RECORDS ARE OMITTED
 6145      MOVE YTD-EMPLOYEE-ID TO NEW-YTD-EMPLOYEE-ID.
 6150      MOVE ZERO TO NEW-YTD-GROSS-WAGES.
 6155      MOVE ZERO TO NEW-YTD-TAX-WITHHELD.
 6155A     MOVE YTD-QTD-QUARTER TO NEW-YTD-QTD-QUARTER.
 6155B     MOVE YTD-QTD-WAGES   TO NEW-YTD-QTD-WAGES.
 6155C     MOVE YTD-QTD-TAX     TO NEW-YTD-QTD-TAX.
 6160      WRITE NEW-YTD-MASTER-REC.
 6165      IF NEW-FILE-STATUS NOT = '00'
 6170          DISPLAY 'NEW YTD MASTER WRITE ERROR - STATUS '
//GO.NEWDD    DD DSNAME=HERC01.EMPLOYEE.YTDNEW,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(CYL,(5,1)),UNIT=SYSDA,
//             DCB=(DSORG=IS,RECFM=F,LRECL=64,BLKSIZE=64,
//             KEYLEN=10,RKP=0,OPTCD=Y,CYLOFL=2)
//* THE CLOSING YEAR PRINTED ON THE STATEMENTS:
//GO.SYSIN    DD *
