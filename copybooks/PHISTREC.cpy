000310*                     SPLIT A POST'S WORDS ACROSS ITS           *
000320*                     AUTHORS.  RECORD GREW FROM 98 TO 119      *
000330*                     BYTES.                                    *
000340*    2026-10-15  SDL  ADDED THE SERIES CODE AND PART NUMBER     *
000350*                     CARRIED FROM THE FEED RECORD, SO THE      *
000360*                     PARTS OF A MULTI-PART SERIES CAN BE       *
000370*                     TRACKED AS A UNIT.  RECORD GREW FROM 119  *
000380*                     TO 127 BYTES.                             *
000390*    2026-10-15  SDL  ADDED THE AUTHOR/DATE ALTERNATE KEY - THE *
000400*                     AUTHOR ID AND THE PUBLISH DATE REARRANGED *
000410*                     TO CCYYMMDD SO IT COLLATES.  THE CLUSTER  *
000420*                     CARRIES TWO ALTERNATE INDEXES, ONE OVER   *
000430*                     PH-AUTHOR-DATE-KEY AND ONE OVER           *
000440*                     PH-KEY-PUB-DATE ALONE, SO MONTH-END CAN   *
000450*                     READ A DATE RANGE OR ONE AUTHOR'S POSTS   *
000460*                     WITHOUT PASSING THE WHOLE MASTER.         *
000470*                     BLOGPOST (ON EVERY ADD) AND PHSTPRG (ON   *
000480*                     EVERY RELOAD) BUILD THE KEY FROM          *
000490*                     PH-AUTHOR-ID AND THE PUBLISH DATE.        *
000500*                     RECORD GREW FROM 127 TO 141 BYTES.        *
000510******************************************************************
000520 01  POST-HISTORY-RECORD.
000530     05  PH-POST-ID              PIC X(08).
000540     05  PH-TITLE                PIC X(40).
000550     05  PH-PUBLISH-DATE.
000560         10  PH-PUB-MONTH        PIC 9(02).
000570         10  PH-PUB-DAY          PIC 9(02).
000580         10  PH-PUB-YEAR         PIC 9(04).
000590     05  PH-WORD-COUNT           PIC 9(05).
000600     05  PH-AUTHOR-ID            PIC X(06).
000610     05  PH-LINK-STATUS          PIC X(01).
000620         88  PH-AUTHOR-LINKED           VALUE "Y".
000630     05  PH-PROCESS-DATE.
000640         10  PH-PROC-YEAR        PIC 9(04).
000650         10  PH-PROC-MONTH       PIC 9(02).
000660         10  PH-PROC-DAY         PIC 9(02).
000670     05  PH-CATEGORY-CODE        PIC X(06).
000680     05  PH-RETRACT-FLAG         PIC X(01).
000690         88  PH-RETRACTED               VALUE "R".
000700     05  PH-RETRACT-DATE         PIC 9(08).
000710     05  PH-RETRACT-REASON       PIC X(02).
000720     05  PH-SHARE-PCT            PIC 9(03).
000730     05  PH-CO-BYLINE OCCURS 2 TIMES.
000740         10  PH-CO-AUTHOR-ID     PIC X(06).
000750         10  PH-CO-SHARE-PCT     PIC 9(03).
000760     05  PH-SERIES-CODE          PIC X(06).
000770     05  PH-SERIES-PART          PIC 9(02).
000780     05  PH-AUTHOR-DATE-KEY.
000790         10  PH-KEY-AUTHOR-ID    PIC X(06).
000800         10  PH-KEY-PUB-DATE.
000810             15  PH-KEY-PUB-CCYY PIC 9(04).
000820             15  PH-KEY-PUB-MM   PIC 9(02).
000830             15  PH-KEY-PUB-DD   PIC 9(02).
000840     05  FILLER                  PIC X(05).
