 3555      05 YTD-EMPLOYEE-ID PIC 9(10).
 3556      05 YTD-GROSS-WAGES PIC 9(9)V99.
 3557      05 YTD-TAX-WITHHELD PIC 9(9)V99.
 3557A     05 YTD-QTD-QUARTER PIC 9(5).
 3557B     05 YTD-QTD-WAGES PIC 9(9)V99.
 3557C     05 YTD-QTD-TAX PIC 9(9)V99.
 3557D     05 FILLER PIC X(05).
 3558
 3560  FD  NAME-FILE
 3565      BLOCK CONTAINS 0 RECORDS
