000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      BCTLREC                                       *
000040*    DESCRIPTION    BATCH HEADER AND TRAILER RECORD FOR THE      *
000050*                   DESK'S MAINTENANCE TRANSACTION FEEDS         *
000060*                   (AUTHTRN, CATTRN, RTRCTRN).  EACH FEED IS    *
000070*                   ONE BATCH: A HEADER FIRST, THE DETAIL        *
000080*                   TRANSACTIONS, AND A TRAILER LAST.  THE       *
000090*                   RECORD SHARES THE FEED'S 80-BYTE FD WITH     *
000100*                   THE TRANSACTION LAYOUT AND IS TOLD APART BY  *
000110*                   ITS TAG IN COLUMNS 1-8, WHICH NO             *
000120*                   TRANSACTION CODE OR POST ID BEGINS WITH.     *
000130*                   THE HEADER AND TRAILER CARRY THE SAME FEED   *
000140*                   NAME AND BATCH ID.  THE TRAILER ALSO CARRIES *
000150*                   THE DETAIL RECORD COUNT AND THE KEY HASH:    *
000160*                   THE SUM OVER THE DETAILS OF EACH KEY         *
000170*                   CHARACTER'S VALUE TIMES ITS POSITION IN THE  *
000180*                   KEY (1-8), WHERE A SPACE IS 0, THE DIGITS    *
000190*                   0-9 ARE 1-10, THE LETTERS A-Z ARE 11-36,     *
000200*                   AND ANYTHING ELSE IS 37.  THE KEY IS THE     *
000210*                   AUTHOR ID, CATEGORY CODE, OR POST ID.        *
000220*                                                                *
000230*    MODIFICATION HISTORY                                        *
000240*    ----------------------------------------------------------  *
000250*    DATE       INIT  DESCRIPTION                                *
000260*    ---------  ----  -------------------------------------------*
000270*    2026-10-15  SDL  ORIGINAL COPYBOOK.                         *
000280******************************************************************
000290 01  BATCH-CONTROL-RECORD.
000300     05  BC-RECORD-TAG           PIC X(08).
000310         88  BC-BATCH-HEADER            VALUE "*HEADER*".
000320         88  BC-BATCH-TRAILER           VALUE "*TRAILER".
000330     05  BC-FEED-NAME            PIC X(08).
000340     05  BC-BATCH-ID             PIC X(12).
000350     05  BC-CREATED-DATE         PIC 9(08).
000360     05  BC-RECORD-COUNT         PIC 9(07).
000370     05  BC-KEY-HASH             PIC 9(15).
000380     05  FILLER                  PIC X(22).
