000090*                  THE CUTOFF APPEND TO THE YEARLY ARCHIVE AND   *
000100*                  PRINT ON THE PURGE REGISTER; EVERYTHING       *
000110*                  ELSE GOES TO THE TRIMMED WORK CLUSTER THE     *
000120*                  NEXT JOB STEP RELOADS THE LIVE MASTER FROM    *
000130*                  (REBUILDING ITS ALTERNATE INDEXES), SO THE    *
000140*                  MONTH-END PASSES STOP WADING THROUGH RETIRED  *
000150*                  YEARS.  THE CUTOFF ARRIVES AS A CCYYMMDD      *
000160*                  PARM; NO PARM (OR A BAD ONE) KEEPS THE        *
000170*                  CURRENT YEAR AND ARCHIVES EVERYTHING BEFORE   *
000180*                  JANUARY 1.                                    *
000190*                                                                *
000200*    RETURN CODES  0000 - REGISTER PRINTED, MASTER SPLIT         *
000210*                  0004 - RECORDS WITH AN UNREADABLE PUBLISH     *
000220*                         DATE (RETAINED, NOT ARCHIVED)          *
000230*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ---------------------------------------------------------- *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------  ----  -------------------------------------------*
000290*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000300*    2026-09-02  SDL  ARCHIVE AND TRIM RECORDS GROWN TO THE      *
000310*                     119-BYTE POST-HISTORY LAYOUT SO THE        *
000320*                     RETRACTION AND CO-BYLINE FIELDS SURVIVE    *
000330*                     THE YEAR-END SPLIT AND THE COPY BACK       *
000340*                     OVER THE LIVE MASTER.                      *
000350*    2026-10-15  SDL  ARCHIVE AND TRIM RECORDS GROWN TO THE      *
000360*                     127-BYTE LAYOUT CARRYING SERIES CODE AND   *
000370*                     PART NUMBER.                               *
000380*    2026-10-15  SDL  ARCHIVE AND TRIM RECORDS GROWN TO THE      *
000390*                     141-BYTE LAYOUT (THE TRIM RECORD HAD BEEN  *
000400*                     LEFT AT 119 BYTES AND WAS CUTTING THE      *
000410*                     SERIES FIELDS OFF THE RETAINED POSTS).     *
000420*                     EVERY RECORD NOW HAS ITS AUTHOR/DATE       *
000430*                     ALTERNATE KEY REBUILT FROM THE AUTHOR ID   *
000440*                     AND PUBLISH DATE BEFORE IT IS WRITTEN, SO  *
000450*                     THE RELOADED MASTER'S ALTERNATE INDEXES    *
000460*                     BUILD CLEAN.  AN UNREADABLE PUBLISH DATE   *
000470*                     KEYS AS ZEROES.                            *
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     PHSTPRG.
000510 AUTHOR.         SEBASTIAN DE LIMA.
000520 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000530 DATE-WRITTEN.   2026-09-02.
000540 DATE-COMPILED.  2026-09-02.
000550
000560******************************************************************
000570*    ENVIRONMENT DIVISION                                       *
000580******************************************************************
000590 ENVIRONMENT DIVISION.
000600
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.    MACBOOK-PRO.
000630 OBJECT-COMPUTER.    MACBOOK-PRO.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS PH-POST-ID
000710         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000720             WITH DUPLICATES
000730         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000740             WITH DUPLICATES
000750         FILE STATUS IS PP-POSTHIST-STATUS.
000760
000770     SELECT HISTORY-ARCHIVE  ASSIGN TO PHARCH
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         ACCESS MODE IS SEQUENTIAL
000800         FILE STATUS IS PP-PHARCH-STATUS.
000810
000820     SELECT TRIMMED-HISTORY  ASSIGN TO PHTRIM
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS PT-POST-ID
000860         FILE STATUS IS PP-PHTRIM-STATUS.
000870
000880     SELECT PURGE-REGISTER   ASSIGN TO PURGEREG
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS PP-PURGEREG-STATUS.
000920
000930******************************************************************
000940*    DATA DIVISION                                              *
000950******************************************************************
000960 DATA DIVISION.
000970
000980 FILE SECTION.
000990 FD  POST-HISTORY
001000     LABEL RECORDS ARE STANDARD.
001010     COPY PHISTREC.
001020
001030 FD  HISTORY-ARCHIVE
001040     LABEL RECORDS ARE STANDARD.
001050 01  HA-ARCHIVE-RECORD           PIC X(141).
001060
001070 FD  TRIMMED-HISTORY
001080     LABEL RECORDS ARE STANDARD.
001090 01  PT-TRIMMED-RECORD.
001100     05  PT-POST-ID              PIC X(08).
001110     05  FILLER                  PIC X(133).
001120
001130 FD  PURGE-REGISTER
001140     LABEL RECORDS ARE STANDARD.
001150 01  PG-PRINT-LINE               PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180******************************************************************
001190*    FILE STATUS SWITCHES                                       *
001200******************************************************************
001210 01  PP-POSTHIST-STATUS      PIC X(02).
001220     88  PP-POSTHIST-OK              VALUE "00".
001230     88  PP-POSTHIST-EOF             VALUE "10".
001240
001250 01  PP-PHARCH-STATUS        PIC X(02).
001260     88  PP-PHARCH-OK                VALUE "00".
001270     88  PP-PHARCH-NOT-FOUND         VALUE "35".
001280
001290 01  PP-PHTRIM-STATUS        PIC X(02).
001300     88  PP-PHTRIM-OK                VALUE "00".
001310
001320 01  PP-PURGEREG-STATUS      PIC X(02).
001330     88  PP-PURGEREG-OK              VALUE "00".
001340
001350******************************************************************
001360*    PROGRAM SWITCHES AND RETENTION CONTROL                      *
001370******************************************************************
001380 77  PP-EOF-SWITCH           PIC X(01) VALUE "N".
001390     88  PP-END-OF-HISTORY           VALUE "Y".
001400
001410 77  PP-CUTOFF-DATE-NUM      PIC 9(08) VALUE ZEROES.
001420 77  PP-PUBLISH-DATE-NUM     PIC 9(08) VALUE ZEROES.
001430
001440 01  PP-CURRENT-DATE-FIELDS.
001450     05  PP-CURR-YEAR         PIC 9(04).
001460     05  PP-CURR-MONTH        PIC 9(02).
001470     05  PP-CURR-DAY          PIC 9(02).
001480     05  FILLER               PIC X(13).
001490
001500******************************************************************
001510*    RUN TOTALS                                                  *
001520******************************************************************
001530 77  PP-RECORDS-READ         PIC 9(07) VALUE ZEROES.
001540 77  PP-RECORDS-ARCHIVED     PIC 9(07) VALUE ZEROES.
001550 77  PP-RECORDS-RETAINED     PIC 9(07) VALUE ZEROES.
001560 77  PP-RECORDS-BAD          PIC 9(05) VALUE ZEROES.
001570 77  PP-WORDS-ARCHIVED       PIC 9(09) VALUE ZEROES.
001580
001590 77  PP-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001600
001610******************************************************************
001620*    PURGE REGISTER CONTROLS AND PRINT LINES                     *
001630******************************************************************
001640 77  PP-LINES-PER-PAGE       PIC 9(02) VALUE 50.
001650 77  PP-LINE-COUNT           PIC 9(02) VALUE ZEROES.
001660 77  PP-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
001670
001680 01  PP-RPT-HEADER-1.
001690     05  FILLER                  PIC X(31)
001700             VALUE "PHSTPRG POST-HISTORY PURGE REG ".
001710     05  FILLER                  PIC X(09) VALUE "CUTOFF   ".
001720     05  PP-RPT-CUTOFF           PIC 9(08).
001730     05  FILLER                  PIC X(03) VALUE SPACES.
001740     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001750     05  PP-RPT-RUN-MONTH        PIC 9(02).
001760     05  FILLER                  PIC X(01) VALUE "/".
001770     05  PP-RPT-RUN-DAY          PIC 9(02).
001780     05  FILLER                  PIC X(01) VALUE "/".
001790     05  PP-RPT-RUN-YEAR         PIC 9(04).
001800     05  FILLER                  PIC X(05) VALUE SPACES.
001810     05  FILLER                  PIC X(05) VALUE "PAGE ".
001820     05  PP-RPT-PAGE-NO          PIC ZZ9.
001830
001840 01  PP-RPT-HEADER-2.
001850     05  FILLER                  PIC X(10) VALUE "POST ID".
001860     05  FILLER                  PIC X(32) VALUE "TITLE".
001870     05  FILLER                  PIC X(08) VALUE "AUTHOR".
001880     05  FILLER                  PIC X(10) VALUE "CATEGORY".
001890     05  FILLER                  PIC X(12) VALUE "PUB DATE".
001900     05  FILLER                  PIC X(05) VALUE "WORDS".
001910
001920 01  PP-RPT-DETAIL-LINE.
001930     05  PP-RPT-POST-ID          PIC X(08).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  PP-RPT-TITLE            PIC X(30).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  PP-RPT-AUTHOR-ID        PIC X(06).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  PP-RPT-CATEGORY         PIC X(06).
002000     05  FILLER                  PIC X(04) VALUE SPACES.
002010     05  PP-RPT-PUB-MONTH        PIC 9(02).
002020     05  FILLER                  PIC X(01) VALUE "/".
002030     05  PP-RPT-PUB-DAY          PIC 9(02).
002040     05  FILLER                  PIC X(01) VALUE "/".
002050     05  PP-RPT-PUB-YEAR         PIC 9(04).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  PP-RPT-WORDS            PIC ZZZZ9.
002080
002090 01  PP-RPT-TOTAL-LINE-1.
002100     05  FILLER                  PIC X(26)
002110             VALUE "HISTORY RECORDS READ....: ".
002120     05  PP-RPT-TOT-READ         PIC ZZZZZZ9.
002130
002140 01  PP-RPT-TOTAL-LINE-2.
002150     05  FILLER                  PIC X(26)
002160             VALUE "RECORDS ARCHIVED........: ".
002170     05  PP-RPT-TOT-ARCHIVED     PIC ZZZZZZ9.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(01) VALUE "(".
002200     05  PP-RPT-ARCHIVED-WORDS   PIC ZZZZZZZZ9.
002210     05  FILLER                  PIC X(07) VALUE " WORDS)".
002220
002230 01  PP-RPT-TOTAL-LINE-3.
002240     05  FILLER                  PIC X(26)
002250             VALUE "RECORDS RETAINED........: ".
002260     05  PP-RPT-TOT-RETAINED     PIC ZZZZZZ9.
002270
002280 01  PP-RPT-TOTAL-LINE-4.
002290     05  FILLER                  PIC X(26)
002300             VALUE "UNREADABLE PUB DATES....: ".
002310     05  PP-RPT-TOT-BAD          PIC ZZZZ9.
002320
002330******************************************************************
002340*    LINKAGE SECTION                                            *
002350*    THE CUTOFF DATE ARRIVES AS PARM='CCYYMMDD' ON THE EXEC       *
002360*    STATEMENT.  NO PARM, OR ONE THAT IS NOT NUMERIC, MEANS       *
002370*    JANUARY 1 OF THE CURRENT YEAR - THE NORMAL YEAR-END SPLIT.   *
002380******************************************************************
002390 LINKAGE SECTION.
002400 01  LS-PARM-DATA.
002410     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002420     05  LS-PARM-TEXT            PIC X(08).
002430
002440******************************************************************
002450*    PROCEDURE DIVISION                                         *
002460******************************************************************
002470 PROCEDURE DIVISION USING LS-PARM-DATA.
002480
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-INITIALIZE-EXIT
002520     PERFORM 2000-SPLIT-HISTORY
002530         THRU 2000-SPLIT-HISTORY-EXIT
002540         UNTIL PP-END-OF-HISTORY
002550     PERFORM 3000-PRINT-RUN-TOTALS
002560         THRU 3000-PRINT-RUN-TOTALS-EXIT
002570     PERFORM 9999-TERMINATE
002580         THRU 9999-TERMINATE-EXIT
002590     MOVE PP-RETURN-CODE TO RETURN-CODE
002600     STOP RUN.
002610
002620 1000-INITIALIZE.
002630     MOVE FUNCTION CURRENT-DATE TO PP-CURRENT-DATE-FIELDS
002640     IF LS-PARM-LENGTH = 8
002650         AND LS-PARM-TEXT NUMERIC
002660         MOVE LS-PARM-TEXT TO PP-CUTOFF-DATE-NUM
002670     ELSE
002680         IF LS-PARM-LENGTH > 0
002690             DISPLAY "PHSTPRG: PARM IS NOT A VALID CCYYMMDD "
002700                 "CUTOFF -- USING JANUARY 1 OF THE CURRENT YEAR"
002710         END-IF
002720         COMPUTE PP-CUTOFF-DATE-NUM =
002730             PP-CURR-YEAR * 10000 + 0101
002740     END-IF
002750     OPEN INPUT POST-HISTORY
002760     IF NOT PP-POSTHIST-OK
002770         DISPLAY "PHSTPRG: UNABLE TO OPEN POST-HISTORY, "
002780             "STATUS = " PP-POSTHIST-STATUS
002790         MOVE "Y" TO PP-EOF-SWITCH
002800         MOVE 12 TO PP-RETURN-CODE
002810         GO TO 1000-INITIALIZE-EXIT
002820     END-IF
002830     OPEN EXTEND HISTORY-ARCHIVE
002840     IF PP-PHARCH-NOT-FOUND
002850         OPEN OUTPUT HISTORY-ARCHIVE
002860     END-IF
002870     IF NOT PP-PHARCH-OK
002880         DISPLAY "PHSTPRG: UNABLE TO OPEN HISTORY-ARCHIVE, "
002890             "STATUS = " PP-PHARCH-STATUS
002900         MOVE "Y" TO PP-EOF-SWITCH
002910         MOVE 12 TO PP-RETURN-CODE
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF
002940     OPEN OUTPUT TRIMMED-HISTORY
002950     IF NOT PP-PHTRIM-OK
002960         DISPLAY "PHSTPRG: UNABLE TO OPEN TRIMMED-HISTORY, "
002970             "STATUS = " PP-PHTRIM-STATUS
002980         MOVE "Y" TO PP-EOF-SWITCH
002990         MOVE 12 TO PP-RETURN-CODE
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF
003020     OPEN OUTPUT PURGE-REGISTER
003030     IF NOT PP-PURGEREG-OK
003040         DISPLAY "PHSTPRG: UNABLE TO OPEN PURGE-REGISTER, "
003050             "STATUS = " PP-PURGEREG-STATUS
003060         MOVE "Y" TO PP-EOF-SWITCH
003070         MOVE 12 TO PP-RETURN-CODE
003080         GO TO 1000-INITIALIZE-EXIT
003090     END-IF
003100     MOVE ZEROES TO PP-PAGE-COUNT
003110     MOVE PP-LINES-PER-PAGE TO PP-LINE-COUNT
003120     PERFORM 2100-READ-NEXT-HISTORY
003130         THRU 2100-READ-NEXT-HISTORY-EXIT.
003140 1000-INITIALIZE-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180*    2000-SPLIT-HISTORY                                         *
003190*    SPLITS THE CURRENT RECORD ON THE CUTOFF.  A RECORD WHOSE     *
003200*    PUBLISH DATE IS NOT NUMERIC IS RETAINED (NEVER ARCHIVED)     *
003210*    AND COUNTED AS UNREADABLE, THE WAY AUDHIST HANDLES A BAD     *
003220*    TIMESTAMP.  BOTH SIDES OF THE SPLIT GET THE AUTHOR/DATE      *
003230*    KEY REBUILT FIRST, SO THE RELOADED MASTER'S ALTERNATE        *
003240*    INDEXES (BLDINDEX IN THE NEXT STEP) AGREE WITH ITS RECORDS   *
003250*    EVEN WHEN THE RECORD CAME OFF AN OLDER LAYOUT.               *
003260******************************************************************
003270 2000-SPLIT-HISTORY.
003280     MOVE PH-AUTHOR-ID TO PH-KEY-AUTHOR-ID
003290     IF PH-PUBLISH-DATE NOT NUMERIC
003300         MOVE ZEROES TO PH-KEY-PUB-DATE
003310         ADD 1 TO PP-RECORDS-BAD
003320         ADD 1 TO PP-RECORDS-RETAINED
003330         WRITE PT-TRIMMED-RECORD FROM POST-HISTORY-RECORD
003340         IF PP-RETURN-CODE < 4
003350             MOVE 4 TO PP-RETURN-CODE
003360         END-IF
003370         GO TO 2000-SPLIT-HISTORY-READ
003380     END-IF
003390     MOVE PH-PUB-YEAR  TO PH-KEY-PUB-CCYY
003400     MOVE PH-PUB-MONTH TO PH-KEY-PUB-MM
003410     MOVE PH-PUB-DAY   TO PH-KEY-PUB-DD
003420     COMPUTE PP-PUBLISH-DATE-NUM =
003430         PH-PUB-YEAR * 10000
003440             + PH-PUB-MONTH * 100 + PH-PUB-DAY
003450     IF PP-PUBLISH-DATE-NUM < PP-CUTOFF-DATE-NUM
003460         ADD 1 TO PP-RECORDS-ARCHIVED
003470         ADD PH-WORD-COUNT TO PP-WORDS-ARCHIVED
003480         WRITE HA-ARCHIVE-RECORD FROM POST-HISTORY-RECORD
003490         PERFORM 5000-WRITE-REGISTER-LINE
003500             THRU 5000-WRITE-REGISTER-LINE-EXIT
003510     ELSE
003520         ADD 1 TO PP-RECORDS-RETAINED
003530         WRITE PT-TRIMMED-RECORD FROM POST-HISTORY-RECORD
003540     END-IF.
003550 2000-SPLIT-HISTORY-READ.
003560     PERFORM 2100-READ-NEXT-HISTORY
003570         THRU 2100-READ-NEXT-HISTORY-EXIT.
003580 2000-SPLIT-HISTORY-EXIT.
003590     EXIT.
003600
003610 2100-READ-NEXT-HISTORY.
003620     READ POST-HISTORY
003630         AT END
003640             MOVE "Y" TO PP-EOF-SWITCH
003650             GO TO 2100-READ-NEXT-HISTORY-EXIT
003660     END-READ
003670     ADD 1 TO PP-RECORDS-READ.
003680 2100-READ-NEXT-HISTORY-EXIT.
003690     EXIT.
003700
003710 5000-WRITE-REGISTER-LINE.
003720     IF PP-LINE-COUNT NOT LESS THAN PP-LINES-PER-PAGE
003730         PERFORM 5100-PRINT-PAGE-HEADERS
003740             THRU 5100-PRINT-PAGE-HEADERS-EXIT
003750     END-IF
003760     MOVE PH-POST-ID       TO PP-RPT-POST-ID
003770     MOVE PH-TITLE         TO PP-RPT-TITLE
003780     MOVE PH-AUTHOR-ID     TO PP-RPT-AUTHOR-ID
003790     MOVE PH-CATEGORY-CODE TO PP-RPT-CATEGORY
003800     MOVE PH-PUB-MONTH     TO PP-RPT-PUB-MONTH
003810     MOVE PH-PUB-DAY       TO PP-RPT-PUB-DAY
003820     MOVE PH-PUB-YEAR      TO PP-RPT-PUB-YEAR
003830     MOVE PH-WORD-COUNT    TO PP-RPT-WORDS
003840     WRITE PG-PRINT-LINE FROM PP-RPT-DETAIL-LINE
003850     ADD 1 TO PP-LINE-COUNT.
003860 5000-WRITE-REGISTER-LINE-EXIT.
003870     EXIT.
003880
003890 5100-PRINT-PAGE-HEADERS.
003900     ADD 1 TO PP-PAGE-COUNT
003910     MOVE PP-PAGE-COUNT      TO PP-RPT-PAGE-NO
003920     MOVE PP-CUTOFF-DATE-NUM TO PP-RPT-CUTOFF
003930     MOVE PP-CURR-MONTH      TO PP-RPT-RUN-MONTH
003940     MOVE PP-CURR-DAY        TO PP-RPT-RUN-DAY
003950     MOVE PP-CURR-YEAR       TO PP-RPT-RUN-YEAR
003960     IF PP-PAGE-COUNT > 1
003970         WRITE PG-PRINT-LINE FROM SPACES
003980     END-IF
003990     WRITE PG-PRINT-LINE FROM PP-RPT-HEADER-1
004000     WRITE PG-PRINT-LINE FROM PP-RPT-HEADER-2
004010     MOVE ZEROES TO PP-LINE-COUNT.
004020 5100-PRINT-PAGE-HEADERS-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060*    3000-PRINT-RUN-TOTALS                                      *
004070*    RUN TOTALS CLOSE THE REGISTER.  THE HEADERS PRINT EVEN ON    *
004080*    A RUN WITH NOTHING OLD ENOUGH TO ARCHIVE, SO OPERATIONS      *
004090*    SEES THE SPLIT RAN AND WHAT IT KEPT.                        *
004100******************************************************************
004110 3000-PRINT-RUN-TOTALS.
004120     IF NOT PP-PURGEREG-OK
004130         GO TO 3000-PRINT-RUN-TOTALS-EXIT
004140     END-IF
004150     IF PP-PAGE-COUNT = ZEROES
004160         PERFORM 5100-PRINT-PAGE-HEADERS
004170             THRU 5100-PRINT-PAGE-HEADERS-EXIT
004180     END-IF
004190     MOVE PP-RECORDS-READ     TO PP-RPT-TOT-READ
004200     MOVE PP-RECORDS-ARCHIVED TO PP-RPT-TOT-ARCHIVED
004210     MOVE PP-WORDS-ARCHIVED   TO PP-RPT-ARCHIVED-WORDS
004220     MOVE PP-RECORDS-RETAINED TO PP-RPT-TOT-RETAINED
004230     MOVE PP-RECORDS-BAD      TO PP-RPT-TOT-BAD
004240     WRITE PG-PRINT-LINE FROM SPACES
004250     WRITE PG-PRINT-LINE FROM PP-RPT-TOTAL-LINE-1
004260     WRITE PG-PRINT-LINE FROM PP-RPT-TOTAL-LINE-2
004270     WRITE PG-PRINT-LINE FROM PP-RPT-TOTAL-LINE-3
004280     WRITE PG-PRINT-LINE FROM PP-RPT-TOTAL-LINE-4.
004290 3000-PRINT-RUN-TOTALS-EXIT.
004300     EXIT.
004310
004320 9999-TERMINATE.
004330     IF PP-POSTHIST-OK OR PP-POSTHIST-EOF
004340         CLOSE POST-HISTORY
004350     END-IF
004360     IF PP-PHARCH-OK
004370         CLOSE HISTORY-ARCHIVE
004380     END-IF
004390     IF PP-PHTRIM-OK
004400         CLOSE TRIMMED-HISTORY
004410     END-IF
004420     IF PP-PURGEREG-OK
004430         CLOSE PURGE-REGISTER
004440     END-IF.
004450 9999-TERMINATE-EXIT.
004460     EXIT.
