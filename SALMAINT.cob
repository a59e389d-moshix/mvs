 3665A     05 HIST-NEW-SALARY PIC 9(6)V99.
 3665B     05 HIST-NEW-DEPT PIC X(06).
 3665C     05 HIST-NEW-STATUS PIC X(01).
 3665D     05 HIST-EFFECTIVE-DATE PIC 9(8) COMP-3.
 3665E
 3665  FD  AUDIT-FILE
 3670      LABEL RECORDS ARE OMITTED
 7605      MOVE MAINT-RUN-DATE    TO HIST-RUN-DATE.
 7610      MOVE TRANS-CODE        TO HIST-TRANS-CODE.
 7615      MOVE TRANS-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
 7616      IF TRANS-EFFECTIVE-DATE NUMERIC
 7617          AND TRANS-EFFECTIVE-DATE > ZERO
 7618          MOVE TRANS-EFFECTIVE-DATE TO HIST-EFFECTIVE-DATE
 7619      ELSE
 7619A         MOVE MAINT-RUN-DATE TO HIST-EFFECTIVE-DATE.
 7620      WRITE HISTORY-REC.
 7625
 7630  600-EXIT.
//             DCB=(RECFM=FB,LRECL=81,BLKSIZE=810)
//* CUMULATIVE CHANGE HISTORY - EVERY APPLIED TRANSACTION IS APPENDED
//* WITH BEFORE AND AFTER IMAGES.  AUDITOR RETENTION: NEVER SCRATCH
//* OR REALLOCATE THIS DATASET.  THE LAST FIVE BYTES CARRY THE
//* TRANSACTION'S EFFECTIVE DATE (PACKED; THE RUN DATE WHEN NONE WAS
//* KEYED), WHICH THE RETRO PAY JOB USES TO FIND BACK-DATED CHANGES.
//GO.HISTDD   DD DSNAME=HERC01.SALARIES.CHGHIST,
//             DISP=(MOD,CATLG),
//             SPACE=(TRK,(10,10)),UNIT=SYSDA,
