000290*                     EVERYTHING; WITH CO-BYLINES THE SHARES    *
000300*                     MUST SUM TO 100 (EDITED BY BLOGEDIT).     *
000310*                     RECORD GREW FROM 76 TO 97 BYTES.          *
000320*    2026-10-15  SDL  ADDED THE SERIES CODE AND PART NUMBER FOR *
000330*                     POSTS THAT RUN AS PART OF A NUMBERED      *
000340*                     SERIES.  BOTH ARE BLANK ON A STAND-ALONE  *
000350*                     POST; A SERIES PART MUST NAME AN OPEN     *
000360*                     SERIES ON THE SERIES REFERENCE FILE AND   *
000370*                     AN UNUSED PART WITHIN ITS PLANNED COUNT   *
000380*                     (EDITED BY BLOGEDIT).  RECORD GREW FROM   *
000390*                     97 TO 105 BYTES.                          *
000400******************************************************************
000410 01  BLOG-POST-RECORD.
000420     05  BP-POST-ID              PIC X(08).
000430     05  BP-TITLE                PIC X(40).
000440     05  BP-PUBLISH-DATE.
000450         10  BP-PUB-MONTH        PIC 9(02).
000460         10  BP-PUB-DAY          PIC 9(02).
000470         10  BP-PUB-YEAR         PIC 9(04).
000480     05  BP-WORD-COUNT           PIC 9(05).
000490     05  BP-AUTHOR-ID            PIC X(06).
000500     05  BP-CATEGORY-CODE        PIC X(06).
000510     05  BP-RESUBMIT-FLAG        PIC X(01).
000520         88  BP-RESUBMIT-MARKED         VALUE "R".
000530     05  BP-SHARE-PCT            PIC 9(03).
000540     05  BP-CO-BYLINE OCCURS 2 TIMES.
000550         10  BP-CO-AUTHOR-ID     PIC X(06).
000560         10  BP-CO-SHARE-PCT     PIC 9(03).
000570     05  BP-SERIES-CODE          PIC X(06).
000580     05  BP-SERIES-PART          PIC 9(02).
000590     05  FILLER                  PIC X(02).
