000100*                   MONTH REPLACES ITS BUCKET RATHER THAN        *
000110*                   ADDING, SO THE YEAR-TO-DATE FIGURES STAY     *
000120*                   HONEST.  A NEW EARNINGS YEAR RESTARTS THE    *
000130*                   BUCKETS.  PAYRECON RECORDS AGAINST EACH      *
000140*                   MONTH WHAT ACCOUNTS PAYABLE ACTUALLY DID     *
000150*                   WITH IT - PAID IN FULL, SHORT-PAID, OR       *
000160*                   REJECTED - WITH THE AMOUNT, DATE, AND CHECK  *
000170*                   OR EFT NUMBER, SO THE MONEY SETTLED CAN BE   *
000180*                   TOLD APART FROM THE MONEY ONLY OWED.  A      *
000190*                   BLANK STATUS MEANS A/P HAS NOT CONFIRMED     *
000200*                   THE MONTH YET.  THE MONTH'S ENGAGEMENT       *
000210*                   BONUS IS CARRIED IN ITS OWN BUCKET, APART    *
000220*                   FROM THE WORD EARNINGS; WHAT A/P OWES FOR    *
000230*                   THE MONTH IS THE TWO TOGETHER.               *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ---------------------------------------------------------- *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------  ----  -------------------------------------------*
000290*    2026-09-02  SDL  ORIGINAL COPYBOOK.                        *
000300*    2026-10-15  SDL  ADDED THE A/P REMITTANCE STATUS, AMOUNT    *
000310*                     PAID, PAID DATE, AND CHECK NUMBER PER      *
000320*                     MONTH.                                     *
000330*    2026-10-15  SDL  ADDED THE ENGAGEMENT BONUS BUCKET PER      *
000340*                     MONTH AND ITS YEAR-TO-DATE TOTAL.          *
000350******************************************************************
000360 01  EARNINGS-RECORD.
000370     05  EY-AUTHOR-ID            PIC X(06).
000380     05  EY-EARNINGS-YEAR        PIC 9(04).
000390     05  EY-MONTH-BUCKET OCCURS 12 TIMES.
000400         10  EY-MTH-WORDS        PIC 9(07).
000410         10  EY-MTH-AMOUNT       PIC 9(07)V9(02).
000420     05  EY-YTD-WORDS            PIC 9(08).
000430     05  EY-YTD-AMOUNT           PIC 9(08)V9(02).
000440     05  EY-MONTH-REMIT OCCURS 12 TIMES.
000450         10  EY-MTH-REMIT-STATUS PIC X(01).
000460             88  EY-MTH-NOT-CONFIRMED       VALUE SPACE.
000470             88  EY-MTH-PAID-IN-FULL        VALUE "P".
000480             88  EY-MTH-SHORT-PAID          VALUE "S".
000490             88  EY-MTH-REJECTED            VALUE "R".
000500         10  EY-MTH-PAID-AMOUNT  PIC 9(07)V9(02).
000510         10  EY-MTH-PAID-DATE    PIC 9(08).
000520         10  EY-MTH-CHECK-NUMBER PIC X(10).
000530     05  EY-MONTH-BONUS OCCURS 12 TIMES.
000540         10  EY-MTH-BONUS-AMOUNT PIC 9(07)V9(02).
000550     05  EY-YTD-BONUS-AMOUNT     PIC 9(08)V9(02).
000560     05  FILLER                  PIC X(10).
