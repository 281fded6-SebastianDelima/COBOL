000230*                     PERCENTS SO A HELD POST KEEPS ITS FULL    *
000240*                     BYLINE ACROSS THE NIGHTS IT WAITS.        *
000250*                     RECORD GREW FROM 86 TO 107 BYTES.         *
000260*    2026-10-15  SDL  ADDED THE SERIES CODE AND PART NUMBER SO  *
000270*                     A HELD SERIES PART KEEPS ITS PLACE IN THE *
000280*                     SERIES ACROSS THE NIGHTS IT WAITS.        *
000290*                     RECORD GREW FROM 107 TO 115 BYTES.        *
000300******************************************************************
000310 01  PENDING-POST-RECORD.
000320     05  PN-POST-ID              PIC X(08).
000330     05  PN-TITLE                PIC X(40).
000340     05  PN-PUBLISH-DATE.
000350         10  PN-PUB-MONTH        PIC 9(02).
000360         10  PN-PUB-DAY          PIC 9(02).
000370         10  PN-PUB-YEAR         PIC 9(04).
000380     05  PN-WORD-COUNT           PIC 9(05).
000390     05  PN-AUTHOR-ID            PIC X(06).
000400     05  PN-HELD-DATE            PIC 9(08).
000410     05  PN-CATEGORY-CODE        PIC X(06).
000420     05  PN-SHARE-PCT            PIC 9(03).
000430     05  PN-CO-BYLINE OCCURS 2 TIMES.
000440         10  PN-CO-AUTHOR-ID     PIC X(06).
000450         10  PN-CO-SHARE-PCT     PIC 9(03).
000460     05  PN-SERIES-CODE          PIC X(06).
000470     05  PN-SERIES-PART          PIC 9(02).
000480     05  FILLER                  PIC X(05).
