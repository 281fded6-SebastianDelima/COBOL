000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      AMDHREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE PERMANENT POST         *
000050*                   AMENDMENT JOURNAL.  POSTAMND APPENDS ONE     *
000060*                   ENTRY FOR EVERY AMENDMENT IT APPLIES TO      *
000070*                   POST-HISTORY, CARRYING THE POST'S TITLE,     *
000080*                   WORDS, CATEGORY, AND BYLINES AS THEY STOOD   *
000090*                   BEFORE AND AFTER.  THE MONTH-END PAY RUN     *
000100*                   READS IT BACK TO SETTLE AN ALREADY-PAID      *
000110*                   POST: THE BEFORE IMAGE IS TAKEN BACK AND     *
000120*                   THE AFTER IMAGE PAID, BYLINE BY BYLINE.      *
000130*                   DATES ARE CCYYMMDD.                          *
000140*                                                                *
000150*    MODIFICATION HISTORY                                       *
000160*    ---------------------------------------------------------- *
000170*    DATE       INIT  DESCRIPTION                                *
000180*    ---------  ----  -------------------------------------------*
000190*    2026-10-15  SDL  ORIGINAL COPYBOOK.                        *
000200******************************************************************
000210 01  AMEND-HISTORY-RECORD.
000220     05  AJ-POST-ID              PIC X(08).
000230     05  AJ-AMEND-DATE           PIC 9(08).
000240     05  AJ-PUBLISH-DATE         PIC 9(08).
000250     05  AJ-RUN-DATE             PIC 9(08).
000260     05  AJ-AUTHOR-ID            PIC X(06).
000270     05  AJ-BEFORE-IMAGE.
000280         10  AJ-OLD-TITLE        PIC X(40).
000290         10  AJ-OLD-WORD-COUNT   PIC 9(05).
000300         10  AJ-OLD-CATEGORY-CODE
000310                                 PIC X(06).
000320         10  AJ-OLD-SHARE-PCT    PIC 9(03).
000330         10  AJ-OLD-CO-BYLINE OCCURS 2 TIMES.
000340             15  AJ-OLD-CO-AUTHOR-ID
000350                                 PIC X(06).
000360             15  AJ-OLD-CO-SHARE-PCT
000370                                 PIC 9(03).
000380     05  AJ-AFTER-IMAGE.
000390         10  AJ-NEW-TITLE        PIC X(40).
000400         10  AJ-NEW-WORD-COUNT   PIC 9(05).
000410         10  AJ-NEW-CATEGORY-CODE
000420                                 PIC X(06).
000430         10  AJ-NEW-SHARE-PCT    PIC 9(03).
000440         10  AJ-NEW-CO-BYLINE OCCURS 2 TIMES.
000450             15  AJ-NEW-CO-AUTHOR-ID
000460                                 PIC X(06).
000470             15  AJ-NEW-CO-SHARE-PCT
000480                                 PIC 9(03).
000490     05  FILLER                  PIC X(18).
