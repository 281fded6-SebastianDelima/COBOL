000030*    PROGRAM-ID    AUTHPROD                                     *
000040*    DESCRIPTION   MONTHLY AUTHOR PRODUCTIVITY REPORT.  READS    *
000050*                  THE POST-HISTORY MASTER THE NIGHTLY CYCLE     *
000060*                  ACCUMULATES, THROUGH ITS PUBLISH-DATE         *
000070*                  ALTERNATE INDEX AND ONLY FOR THE REPORT AND   *
000080*                  PRIOR MONTHS, AND PRINTS, PER AUTHOR, THE     *
000090*                  POSTS PUBLISHED IN THE REPORT MONTH, TOTAL    *
000100*                  AND AVERAGE WORD COUNT, THE SAME FIGURES      *
000110*                  FOR THE PRIOR MONTH, AND THE MONTH-OVER-      *
000120*                  MONTH WORD-COUNT CHANGE, FOR THE EDITORIAL    *
000130*                  BOARD MEETING.  THE REPORT MONTH ARRIVES AS   *
000140*                  A CCYYMM PARM ON THE EXEC STATEMENT; NO PARM  *
000150*                  (OR A BAD ONE) REPORTS THE CURRENT MONTH.     *
000160*                                                                *
000170*    RETURN CODES  0000 - REPORT PRINTED                         *
000180*                  0004 - POSTS FOUND FOR AUTHORS NO LONGER ON   *
000190*                         AUTHOR-MASTER (SEE THE REPORT FOOT)    *
000200*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000210*                                                                *
000220*    MODIFICATION HISTORY                                       *
000230*    ---------------------------------------------------------- *
000240*    DATE       INIT  DESCRIPTION                                *
000250*    ---------  ----  -------------------------------------------*
000260*    2026-08-22  SDL  ORIGINAL PROGRAM.                         *
000270*    2026-09-02  SDL  ADDED THE CATEGORY SUBTOTAL SECTION -      *
000280*                     REPORT-MONTH POSTS AND WORDS ROLLED UP     *
000290*                     BY THE DESK'S CATEGORY CODE, WITH THE      *
000300*                     DESCRIPTIONS FROM THE CATEGORY REFERENCE   *
000310*                     FILE.  A CODE NOT ON THE REFERENCE FILE    *
000320*                     STILL SUBTOTALS, FLAGGED AS SUCH.          *
000330*    2026-09-02  SDL  RETRACTED POSTS (FLAGGED BY POSTRTRC) ARE  *
000340*                     NOW EXCLUDED FROM EVERY COUNT AND SHOWN    *
000350*                     AS THEIR OWN TOTAL LINE.                   *
000360*    2026-09-02  SDL  CO-AUTHORED POSTS NOW CREDIT EACH BYLINE   *
000370*                     AUTHOR WITH THEIR SHARE OF THE WORDS,      *
000380*                     SPLIT BY THE SHARE PERCENTS ON THE         *
000390*                     HISTORY RECORD (ROUNDING REMAINDER TO      *
000400*                     THE FIRST BYLINE).  CATEGORY SUBTOTALS     *
000410*                     STILL COUNT EACH POST ONCE, WHOLE.         *
000420*    2026-10-15  SDL  POST-HISTORY IS NOW READ THROUGH ITS       *
000430*                     PUBLISH-DATE ALTERNATE INDEX: ONE START AT *
000440*                     THE FIRST OF THE PRIOR MONTH, THEN READ    *
000450*                     NEXT UNTIL THE FIRST POST PUBLISHED AFTER  *
000460*                     THE REPORT MONTH, INSTEAD OF PASSING THE   *
000470*                     WHOLE MASTER AND DISCARDING EVERYTHING     *
000480*                     OUTSIDE THE TWO MONTHS.                    *
000490******************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     AUTHPROD.
000520 AUTHOR.         SEBASTIAN DE LIMA.
000530 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000540 DATE-WRITTEN.   2026-08-22.
000550 DATE-COMPILED.  2026-08-22.
000560
000570******************************************************************
000580*    ENVIRONMENT DIVISION                                       *
000590******************************************************************
000600 ENVIRONMENT DIVISION.
000610
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.    MACBOOK-PRO.
000640 OBJECT-COMPUTER.    MACBOOK-PRO.
000650
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PH-POST-ID
000720         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000730             WITH DUPLICATES
000740         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000750             WITH DUPLICATES
000760         FILE STATUS IS AP-POSTHIST-STATUS.
000770
000780     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS AR-AUTHOR-ID
000820         FILE STATUS IS AP-AUTHMST-STATUS.
000830
000840     SELECT CATEGORY-FILE    ASSIGN TO CATFILE
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS SEQUENTIAL
000870         RECORD KEY IS CG-CATEGORY-CODE
000880         FILE STATUS IS AP-CATFILE-STATUS.
000890
000900     SELECT PROD-REPORT      ASSIGN TO PRODRPT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS AP-PRODRPT-STATUS.
000940
000950******************************************************************
000960*    DATA DIVISION                                              *
000970******************************************************************
000980 DATA DIVISION.
000990
001000 FILE SECTION.
001010 FD  POST-HISTORY
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PHISTREC.
001040
001050 FD  AUTHOR-MASTER
001060     LABEL RECORDS ARE STANDARD.
001070     COPY AUTHREC.
001080
001090 FD  CATEGORY-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY CATREC.
001120
001130 FD  PROD-REPORT
001140     LABEL RECORDS ARE STANDARD.
001150 01  PR-PRINT-LINE               PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180******************************************************************
001190*    FILE STATUS SWITCHES                                       *
001200******************************************************************
001210 01  AP-POSTHIST-STATUS      PIC X(02).
001220     88  AP-POSTHIST-OK              VALUE "00".
001230     88  AP-POSTHIST-EOF             VALUE "10".
001240     88  AP-POSTHIST-NO-RECORD       VALUE "23".
001250
001260 01  AP-AUTHMST-STATUS       PIC X(02).
001270     88  AP-AUTHMST-OK               VALUE "00".
001280     88  AP-AUTHMST-EOF              VALUE "10".
001290
001300 01  AP-CATFILE-STATUS       PIC X(02).
001310     88  AP-CATFILE-OK               VALUE "00".
001320     88  AP-CATFILE-EOF              VALUE "10".
001330
001340 01  AP-PRODRPT-STATUS       PIC X(02).
001350     88  AP-PRODRPT-OK               VALUE "00".
001360
001370******************************************************************
001380*    PROGRAM SWITCHES                                           *
001390******************************************************************
001400 77  AP-AUTHMST-EOF-SWITCH   PIC X(01) VALUE "N".
001410     88  AP-AUTHMST-END-OF-FILE      VALUE "Y".
001420
001430 77  AP-POSTHIST-EOF-SWITCH  PIC X(01) VALUE "N".
001440     88  AP-END-OF-HISTORY           VALUE "Y".
001450
001460 77  AP-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
001470     88  AP-MATCH-FOUND              VALUE "Y".
001480
001490 77  AP-CATFILE-EOF-SWITCH   PIC X(01) VALUE "N".
001500     88  AP-END-OF-CATEGORIES        VALUE "Y".
001510
001520 77  AP-CAT-FOUND-SWITCH     PIC X(01) VALUE "N".
001530     88  AP-CAT-FOUND                VALUE "Y".
001540
001550******************************************************************
001560*    REPORT MONTH CONTROL.  THE MONTH KEYS ARE CCYY * 100 + MM    *
001570*    SO A SINGLE COMPARE CLASSIFIES EACH HISTORY RECORD AS         *
001580*    CURRENT MONTH, PRIOR MONTH, OR OUT OF RANGE.  THE RANGE      *
001590*    DATES (CCYYMMDD) BOUND THE PUBLISH-DATE INDEX READ: FIRST    *
001600*    OF THE PRIOR MONTH THROUGH THE END OF THE REPORT MONTH.      *
001610******************************************************************
001620 77  AP-REPORT-MONTH-KEY     PIC 9(06) VALUE ZEROES.
001630 77  AP-PRIOR-MONTH-KEY      PIC 9(06) VALUE ZEROES.
001640 77  AP-POST-MONTH-KEY       PIC 9(06) VALUE ZEROES.
001650 77  AP-RANGE-START-DATE     PIC 9(08) VALUE ZEROES.
001660 77  AP-RANGE-END-DATE       PIC 9(08) VALUE ZEROES.
001670
001680 01  AP-REPORT-MONTH-FIELDS.
001690     05  AP-RPT-CCYY          PIC 9(04).
001700     05  AP-RPT-MM            PIC 9(02).
001710
001720 01  AP-CURRENT-DATE-FIELDS.
001730     05  AP-CURR-YEAR         PIC 9(04).
001740     05  AP-CURR-MONTH        PIC 9(02).
001750     05  AP-CURR-DAY          PIC 9(02).
001760     05  FILLER               PIC X(13).
001770
001780******************************************************************
001790*    AUTHOR STATISTICS TABLE - EVERY AUTHOR ON AUTHOR-MASTER,     *
001800*    LOADED IN KEY ORDER AT STARTUP, WITH THE MONTH'S             *
001810*    ACCUMULATORS ALONGSIDE.                                     *
001820******************************************************************
001830 77  AP-AUTHOR-TABLE-MAX     PIC 9(05) VALUE 00500.
001840 77  AP-AUTHOR-COUNT         PIC 9(05) VALUE ZEROES.
001850
001860 01  AP-AUTHOR-TABLE.
001870     05  AP-AUTHOR-ENTRY OCCURS 1 TO 500 TIMES
001880             DEPENDING ON AP-AUTHOR-COUNT
001890             ASCENDING KEY IS AP-TBL-AUTHOR-ID
001900             INDEXED BY AP-AUTH-IDX.
001910         10  AP-TBL-AUTHOR-ID        PIC X(06).
001920         10  AP-TBL-NAME             PIC A(20).
001930         10  AP-TBL-CUR-POSTS        PIC 9(05).
001940         10  AP-TBL-CUR-WORDS        PIC 9(07).
001950         10  AP-TBL-PRI-POSTS        PIC 9(05).
001960         10  AP-TBL-PRI-WORDS        PIC 9(07).
001970
001980******************************************************************
001990*    CATEGORY SUBTOTAL TABLE.  THE REFERENCE FILE LOADS FIRST,    *
002000*    IN KEY ORDER; A CATEGORY CODE SEEN ON HISTORY BUT NOT ON     *
002010*    THE REFERENCE FILE IS ADDED ON FIRST SIGHT AND FLAGGED IN    *
002020*    ITS DESCRIPTION, SO THE SUBTOTALS ALWAYS SUM TO THE MONTH.   *
002030******************************************************************
002040 77  AP-CAT-TABLE-MAX        PIC 9(03) VALUE 100.
002050 77  AP-CAT-COUNT            PIC 9(03) VALUE ZEROES.
002060
002070 01  AP-CATEGORY-TABLE.
002080     05  AP-CAT-ENTRY OCCURS 1 TO 100 TIMES
002090             DEPENDING ON AP-CAT-COUNT
002100             INDEXED BY AP-CAT-IDX.
002110         10  AP-CTBL-CODE            PIC X(06).
002120         10  AP-CTBL-DESC            PIC X(30).
002130         10  AP-CTBL-POSTS           PIC 9(05).
002140         10  AP-CTBL-WORDS           PIC 9(07).
002150
002160******************************************************************
002170*    RUN TOTALS AND WORK FIELDS                                  *
002180******************************************************************
002190 77  AP-HISTORY-READ-COUNT   PIC 9(07) VALUE ZEROES.
002200 77  AP-UNMATCHED-POSTS      PIC 9(05) VALUE ZEROES.
002210 77  AP-UNMATCHED-WORDS      PIC 9(07) VALUE ZEROES.
002220 77  AP-RETRACTED-POSTS      PIC 9(05) VALUE ZEROES.
002230
002240******************************************************************
002250*    BYLINE SPLIT WORK TABLE - THE CURRENT HISTORY RECORD'S       *
002260*    AUTHORS AND THEIR SHARE OF ITS WORDS, SPLIT THE WAY          *
002270*    AUTHPAY SETTLES THEM: CO-BYLINES GET SHARE PERCENT OF THE    *
002280*    WORDS TRUNCATED, THE FIRST BYLINE KEEPS THE REMAINDER.       *
002290******************************************************************
002300 77  AP-BYL-COUNT            PIC 9(01) VALUE ZERO.
002310 77  AP-BYL-IDX              PIC 9(01) VALUE ZERO.
002320 77  AP-BYL-SUB              PIC 9(01) VALUE ZERO.
002330 77  AP-BYL-CO-WORDS         PIC 9(07) VALUE ZEROES.
002340
002350 01  AP-BYLINE-TABLE.
002360     05  AP-BYL-ENTRY OCCURS 3 TIMES.
002370         10  AP-BYL-AUTHOR-ID        PIC X(06).
002380         10  AP-BYL-WORDS            PIC 9(05).
002390 77  AP-TOT-CUR-POSTS        PIC 9(07) VALUE ZEROES.
002400 77  AP-TOT-CUR-WORDS        PIC 9(09) VALUE ZEROES.
002410 77  AP-AVG-WORDS            PIC 9(05) VALUE ZEROES.
002420 77  AP-WORD-CHANGE          PIC S9(07) VALUE ZEROES.
002430
002440 77  AP-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002450
002460******************************************************************
002470*    PRODUCTIVITY REPORT CONTROLS AND PRINT LINES                *
002480******************************************************************
002490 77  AP-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002500 77  AP-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002510 77  AP-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002520
002530 01  AP-RPT-HEADER-1.
002540     05  FILLER                  PIC X(37)
002550             VALUE "AUTHPROD MONTHLY PRODUCTIVITY REPORT ".
002560     05  FILLER                  PIC X(04) VALUE SPACES.
002570     05  FILLER                  PIC X(13) VALUE "REPORT MONTH ".
002580     05  AP-RPT-HDR-MONTH        PIC 9(02).
002590     05  FILLER                  PIC X(01) VALUE "/".
002600     05  AP-RPT-HDR-YEAR         PIC 9(04).
002610     05  FILLER                  PIC X(05) VALUE SPACES.
002620     05  FILLER                  PIC X(05) VALUE "PAGE ".
002630     05  AP-RPT-PAGE-NO          PIC ZZ9.
002640
002650 01  AP-RPT-HEADER-2.
002660     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
002670     05  FILLER                  PIC X(22) VALUE "NAME".
002680     05  FILLER                  PIC X(08) VALUE "POSTS".
002690     05  FILLER                  PIC X(10) VALUE "WORDS".
002700     05  FILLER                  PIC X(10) VALUE "AVG WORDS".
002710     05  FILLER                  PIC X(10) VALUE "PRI POSTS".
002720     05  FILLER                  PIC X(11) VALUE "PRI WORDS".
002730     05  FILLER                  PIC X(08) VALUE "WORD CHG".
002740
002750 01  AP-RPT-DETAIL-LINE.
002760     05  AP-RPT-AUTHOR-ID        PIC X(06).
002770     05  FILLER                  PIC X(04) VALUE SPACES.
002780     05  AP-RPT-NAME             PIC X(20).
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  AP-RPT-CUR-POSTS        PIC ZZZZ9.
002810     05  FILLER                  PIC X(03) VALUE SPACES.
002820     05  AP-RPT-CUR-WORDS        PIC ZZZZZZ9.
002830     05  FILLER                  PIC X(03) VALUE SPACES.
002840     05  AP-RPT-AVG-WORDS        PIC ZZZZ9.
002850     05  FILLER                  PIC X(05) VALUE SPACES.
002860     05  AP-RPT-PRI-POSTS        PIC ZZZZ9.
002870     05  FILLER                  PIC X(05) VALUE SPACES.
002880     05  AP-RPT-PRI-WORDS        PIC ZZZZZZ9.
002890     05  FILLER                  PIC X(03) VALUE SPACES.
002900     05  AP-RPT-WORD-CHANGE      PIC -ZZZZZZ9.
002910
002920 01  AP-RPT-TOTAL-LINE-1.
002930     05  FILLER                  PIC X(26)
002940             VALUE "POSTS THIS MONTH........: ".
002950     05  AP-RPT-TOT-POSTS        PIC ZZZZZZ9.
002960
002970 01  AP-RPT-TOTAL-LINE-2.
002980     05  FILLER                  PIC X(26)
002990             VALUE "WORDS THIS MONTH........: ".
003000     05  AP-RPT-TOT-WORDS        PIC ZZZZZZZZ9.
003010
003020 01  AP-RPT-TOTAL-LINE-3.
003030     05  FILLER                  PIC X(26)
003040             VALUE "POSTS WITH NO AUTHOR....: ".
003050     05  AP-RPT-TOT-UNMATCHED    PIC ZZZZ9.
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  FILLER                  PIC X(01) VALUE "(".
003080     05  AP-RPT-UNMATCHED-WORDS  PIC ZZZZZZ9.
003090     05  FILLER                  PIC X(07) VALUE " WORDS)".
003100
003110 01  AP-RPT-TOTAL-LINE-4.
003120     05  FILLER                  PIC X(26)
003130             VALUE "RETRACTED POSTS EXCLUDED: ".
003140     05  AP-RPT-TOT-RETRACTED    PIC ZZZZ9.
003150
003160 01  AP-RPT-SECTION-LINE.
003170     05  AP-RPT-SECTION-TITLE    PIC X(40).
003180
003190 01  AP-RPT-CAT-HEADER.
003200     05  FILLER                  PIC X(10) VALUE "CATEGORY".
003210     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
003220     05  FILLER                  PIC X(08) VALUE "POSTS".
003230     05  FILLER                  PIC X(10) VALUE "WORDS".
003240     05  FILLER                  PIC X(09) VALUE "AVG WORDS".
003250
003260 01  AP-RPT-CAT-DETAIL.
003270     05  AP-RPT-CAT-CODE         PIC X(06).
003280     05  FILLER                  PIC X(04) VALUE SPACES.
003290     05  AP-RPT-CAT-DESC         PIC X(30).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  AP-RPT-CAT-POSTS        PIC ZZZZ9.
003320     05  FILLER                  PIC X(03) VALUE SPACES.
003330     05  AP-RPT-CAT-WORDS        PIC ZZZZZZ9.
003340     05  FILLER                  PIC X(05) VALUE SPACES.
003350     05  AP-RPT-CAT-AVG          PIC ZZZZ9.
003360
003370******************************************************************
003380*    LINKAGE SECTION                                            *
003390*    THE REPORT MONTH ARRIVES AS PARM='CCYYMM' ON THE EXEC        *
003400*    STATEMENT.  MVS PASSES A HALFWORD PARM LENGTH FOLLOWED BY    *
003410*    THE PARM TEXT; A ZERO LENGTH MEANS NO PARM WAS CODED AND     *
003420*    THE CURRENT MONTH IS REPORTED.                              *
003430******************************************************************
003440 LINKAGE SECTION.
003450 01  LS-PARM-DATA.
003460     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003470     05  LS-PARM-TEXT            PIC X(06).
003480
003490******************************************************************
003500*    PROCEDURE DIVISION                                         *
003510******************************************************************
003520 PROCEDURE DIVISION USING LS-PARM-DATA.
003530
003540 0000-MAINLINE.
003550     PERFORM 1000-INITIALIZE
003560         THRU 1000-INITIALIZE-EXIT
003570     PERFORM 2000-ACCUMULATE-HISTORY
003580         THRU 2000-ACCUMULATE-HISTORY-EXIT
003590         UNTIL AP-END-OF-HISTORY
003600     PERFORM 3000-PRINT-REPORT
003610         THRU 3000-PRINT-REPORT-EXIT
003620     PERFORM 9999-TERMINATE
003630         THRU 9999-TERMINATE-EXIT
003640     MOVE AP-RETURN-CODE TO RETURN-CODE
003650     STOP RUN.
003660
003670 1000-INITIALIZE.
003680     MOVE FUNCTION CURRENT-DATE TO AP-CURRENT-DATE-FIELDS
003690     PERFORM 1200-SET-REPORT-MONTH
003700         THRU 1200-SET-REPORT-MONTH-EXIT
003710     OPEN INPUT POST-HISTORY
003720     IF NOT AP-POSTHIST-OK
003730         DISPLAY "AUTHPROD: UNABLE TO OPEN POST-HISTORY, "
003740             "STATUS = " AP-POSTHIST-STATUS
003750         MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
003760         MOVE 12 TO AP-RETURN-CODE
003770         GO TO 1000-INITIALIZE-EXIT
003780     END-IF
003790     OPEN INPUT AUTHOR-MASTER
003800     IF NOT AP-AUTHMST-OK
003810         DISPLAY "AUTHPROD: UNABLE TO OPEN AUTHOR-MASTER, "
003820             "STATUS = " AP-AUTHMST-STATUS
003830         MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
003840         MOVE 12 TO AP-RETURN-CODE
003850         GO TO 1000-INITIALIZE-EXIT
003860     END-IF
003870     OPEN INPUT CATEGORY-FILE
003880     IF NOT AP-CATFILE-OK
003890         DISPLAY "AUTHPROD: UNABLE TO OPEN CATEGORY-FILE, "
003900             "STATUS = " AP-CATFILE-STATUS
003910         MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
003920         MOVE 12 TO AP-RETURN-CODE
003930         GO TO 1000-INITIALIZE-EXIT
003940     END-IF
003950     OPEN OUTPUT PROD-REPORT
003960     IF NOT AP-PRODRPT-OK
003970         DISPLAY "AUTHPROD: UNABLE TO OPEN PROD-REPORT, "
003980             "STATUS = " AP-PRODRPT-STATUS
003990         MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
004000         MOVE 12 TO AP-RETURN-CODE
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF
004030     PERFORM 1500-LOAD-AUTHOR-TABLE
004040         THRU 1500-LOAD-AUTHOR-TABLE-EXIT
004050     PERFORM 1600-LOAD-CATEGORY-TABLE
004060         THRU 1600-LOAD-CATEGORY-TABLE-EXIT
004070     PERFORM 1800-POSITION-HISTORY
004080         THRU 1800-POSITION-HISTORY-EXIT.
004090 1000-INITIALIZE-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    1200-SET-REPORT-MONTH                                      *
004140*    TAKES THE REPORT MONTH FROM THE PARM WHEN ONE WAS CODED      *
004150*    AND IT IS A PLAUSIBLE CCYYMM; OTHERWISE THE CURRENT MONTH    *
004160*    IS REPORTED AND THE FALLBACK IS NOTED ON SYSOUT.  THE        *
004170*    PRIOR-MONTH KEY ROLLS ACROSS A YEAR END.                    *
004180******************************************************************
004190 1200-SET-REPORT-MONTH.
004200     MOVE AP-CURR-YEAR  TO AP-RPT-CCYY
004210     MOVE AP-CURR-MONTH TO AP-RPT-MM
004220     IF LS-PARM-LENGTH = 6
004230         AND LS-PARM-TEXT NUMERIC
004240         AND LS-PARM-TEXT (5:2) > "00"
004250         AND LS-PARM-TEXT (5:2) < "13"
004260         MOVE LS-PARM-TEXT (1:4) TO AP-RPT-CCYY
004270         MOVE LS-PARM-TEXT (5:2) TO AP-RPT-MM
004280     ELSE
004290         IF LS-PARM-LENGTH > 0
004300             DISPLAY "AUTHPROD: PARM IS NOT A VALID CCYYMM "
004310                 "REPORT MONTH -- REPORTING THE CURRENT MONTH"
004320         END-IF
004330     END-IF
004340     COMPUTE AP-REPORT-MONTH-KEY =
004350         AP-RPT-CCYY * 100 + AP-RPT-MM
004360     IF AP-RPT-MM = 1
004370         COMPUTE AP-PRIOR-MONTH-KEY =
004380             (AP-RPT-CCYY - 1) * 100 + 12
004390     ELSE
004400         COMPUTE AP-PRIOR-MONTH-KEY =
004410             AP-RPT-CCYY * 100 + AP-RPT-MM - 1
004420     END-IF
004430     COMPUTE AP-RANGE-START-DATE = AP-PRIOR-MONTH-KEY * 100 + 1
004440     COMPUTE AP-RANGE-END-DATE   = AP-REPORT-MONTH-KEY * 100 + 31.
004450 1200-SET-REPORT-MONTH-EXIT.
004460     EXIT.
004470
004480 1500-LOAD-AUTHOR-TABLE.
004490     PERFORM 1550-LOAD-ONE-AUTHOR
004500         THRU 1550-LOAD-ONE-AUTHOR-EXIT
004510         UNTIL AP-AUTHMST-END-OF-FILE
004520             OR AP-AUTHOR-COUNT NOT LESS THAN AP-AUTHOR-TABLE-MAX
004530     IF NOT AP-AUTHMST-END-OF-FILE
004540         DISPLAY "AUTHPROD: AUTHOR TABLE FULL AT "
004550             AP-AUTHOR-TABLE-MAX " ENTRIES -- AUTHOR-MASTER HAS "
004560             "ADDITIONAL RECORDS THAT COULD NOT BE LOADED"
004570         IF AP-RETURN-CODE < 4
004580             MOVE 4 TO AP-RETURN-CODE
004590         END-IF
004600     END-IF.
004610 1500-LOAD-AUTHOR-TABLE-EXIT.
004620     EXIT.
004630
004640 1550-LOAD-ONE-AUTHOR.
004650     READ AUTHOR-MASTER
004660         AT END
004670             MOVE "Y" TO AP-AUTHMST-EOF-SWITCH
004680             GO TO 1550-LOAD-ONE-AUTHOR-EXIT
004690     END-READ
004700     ADD 1 TO AP-AUTHOR-COUNT
004710     MOVE AR-AUTHOR-ID TO AP-TBL-AUTHOR-ID (AP-AUTHOR-COUNT)
004720     MOVE AR-NAME      TO AP-TBL-NAME (AP-AUTHOR-COUNT)
004730     MOVE ZEROES       TO AP-TBL-CUR-POSTS (AP-AUTHOR-COUNT)
004740     MOVE ZEROES       TO AP-TBL-CUR-WORDS (AP-AUTHOR-COUNT)
004750     MOVE ZEROES       TO AP-TBL-PRI-POSTS (AP-AUTHOR-COUNT)
004760     MOVE ZEROES       TO AP-TBL-PRI-WORDS (AP-AUTHOR-COUNT).
004770 1550-LOAD-ONE-AUTHOR-EXIT.
004780     EXIT.
004790
004800 1600-LOAD-CATEGORY-TABLE.
004810     PERFORM 1650-LOAD-ONE-CATEGORY
004820         THRU 1650-LOAD-ONE-CATEGORY-EXIT
004830         UNTIL AP-END-OF-CATEGORIES
004840             OR AP-CAT-COUNT NOT LESS THAN AP-CAT-TABLE-MAX
004850     IF NOT AP-END-OF-CATEGORIES
004860         DISPLAY "AUTHPROD: CATEGORY TABLE FULL AT "
004870             AP-CAT-TABLE-MAX " ENTRIES -- CATEGORY-FILE HAS "
004880             "ADDITIONAL RECORDS THAT COULD NOT BE LOADED"
004890         IF AP-RETURN-CODE < 4
004900             MOVE 4 TO AP-RETURN-CODE
004910         END-IF
004920     END-IF.
004930 1600-LOAD-CATEGORY-TABLE-EXIT.
004940     EXIT.
004950
004960 1650-LOAD-ONE-CATEGORY.
004970     READ CATEGORY-FILE
004980         AT END
004990             MOVE "Y" TO AP-CATFILE-EOF-SWITCH
005000             GO TO 1650-LOAD-ONE-CATEGORY-EXIT
005010     END-READ
005020     ADD 1 TO AP-CAT-COUNT
005030     MOVE CG-CATEGORY-CODE TO AP-CTBL-CODE (AP-CAT-COUNT)
005040     MOVE CG-DESCRIPTION   TO AP-CTBL-DESC (AP-CAT-COUNT)
005050     MOVE ZEROES           TO AP-CTBL-POSTS (AP-CAT-COUNT)
005060     MOVE ZEROES           TO AP-CTBL-WORDS (AP-CAT-COUNT).
005070 1650-LOAD-ONE-CATEGORY-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    1800-POSITION-HISTORY                                       *
005120*    STARTS POST-HISTORY ON ITS PUBLISH-DATE ALTERNATE KEY AT    *
005130*    THE FIRST OF THE PRIOR MONTH AND READS THE FIRST POST IN    *
005140*    RANGE.  NOTHING PUBLISHED ON OR AFTER THAT DATE (STATUS 23) *
005150*    IS AN EMPTY RANGE, NOT AN ERROR - THE REPORT STILL PRINTS.  *
005160******************************************************************
005170 1800-POSITION-HISTORY.
005180     MOVE AP-RANGE-START-DATE TO PH-KEY-PUB-DATE
005190     START POST-HISTORY
005200         KEY IS NOT LESS THAN PH-KEY-PUB-DATE
005210         INVALID KEY
005220             MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
005230             GO TO 1800-POSITION-HISTORY-EXIT
005240     END-START
005250     PERFORM 2100-READ-NEXT-HISTORY
005260         THRU 2100-READ-NEXT-HISTORY-EXIT.
005270 1800-POSITION-HISTORY-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310*    2000-ACCUMULATE-HISTORY                                    *
005320*    CLASSIFIES THE CURRENT HISTORY RECORD BY ITS PUBLISH         *
005330*    MONTH AND ROLLS EACH BYLINE'S SHARE OF ITS WORDS INTO THE    *
005340*    MATCHING AUTHOR TABLE ENTRIES.  A BYLINE WHOSE AUTHOR IS     *
005350*    NO LONGER ON THE MASTER IS COUNTED SEPARATELY AND FLAGGED    *
005360*    AT THE END.                                                 *
005370******************************************************************
005380 2000-ACCUMULATE-HISTORY.
005390     COMPUTE AP-POST-MONTH-KEY =
005400         PH-PUB-YEAR * 100 + PH-PUB-MONTH
005410     IF AP-POST-MONTH-KEY NOT = AP-REPORT-MONTH-KEY
005420         AND AP-POST-MONTH-KEY NOT = AP-PRIOR-MONTH-KEY
005430         GO TO 2000-ACCUMULATE-HISTORY-READ
005440     END-IF
005450     IF PH-RETRACTED
005460         IF AP-POST-MONTH-KEY = AP-REPORT-MONTH-KEY
005470             ADD 1 TO AP-RETRACTED-POSTS
005480         END-IF
005490         GO TO 2000-ACCUMULATE-HISTORY-READ
005500     END-IF
005510     IF AP-POST-MONTH-KEY = AP-REPORT-MONTH-KEY
005520         PERFORM 2500-ADD-CATEGORY-TOTALS
005530             THRU 2500-ADD-CATEGORY-TOTALS-EXIT
005540     END-IF
005550     PERFORM 2300-BUILD-BYLINE-SPLIT
005560         THRU 2300-BUILD-BYLINE-SPLIT-EXIT
005570     PERFORM 2400-CREDIT-ONE-BYLINE
005580         THRU 2400-CREDIT-ONE-BYLINE-EXIT
005590         VARYING AP-BYL-IDX FROM 1 BY 1
005600         UNTIL AP-BYL-IDX > AP-BYL-COUNT.
005610 2000-ACCUMULATE-HISTORY-READ.
005620     PERFORM 2100-READ-NEXT-HISTORY
005630         THRU 2100-READ-NEXT-HISTORY-EXIT.
005640 2000-ACCUMULATE-HISTORY-EXIT.
005650     EXIT.
005660
005670 2100-READ-NEXT-HISTORY.
005680     READ POST-HISTORY NEXT RECORD
005690         AT END
005700             MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
005710             GO TO 2100-READ-NEXT-HISTORY-EXIT
005720     END-READ
005730     IF PH-KEY-PUB-DATE > AP-RANGE-END-DATE
005740         MOVE "Y" TO AP-POSTHIST-EOF-SWITCH
005750         GO TO 2100-READ-NEXT-HISTORY-EXIT
005760     END-IF
005770     ADD 1 TO AP-HISTORY-READ-COUNT.
005780 2100-READ-NEXT-HISTORY-EXIT.
005790     EXIT.
005800
005810 2300-BUILD-BYLINE-SPLIT.
005820     MOVE 1 TO AP-BYL-COUNT
005830     MOVE PH-AUTHOR-ID  TO AP-BYL-AUTHOR-ID (1)
005840     MOVE PH-WORD-COUNT TO AP-BYL-WORDS (1)
005850     IF PH-CO-AUTHOR-ID (1) = SPACES
005860         AND PH-CO-AUTHOR-ID (2) = SPACES
005870         GO TO 2300-BUILD-BYLINE-SPLIT-EXIT
005880     END-IF
005890     MOVE ZEROES TO AP-BYL-CO-WORDS
005900     PERFORM 2350-SPLIT-ONE-COBYLINE
005910         THRU 2350-SPLIT-ONE-COBYLINE-EXIT
005920         VARYING AP-BYL-SUB FROM 1 BY 1
005930         UNTIL AP-BYL-SUB > 2
005940     COMPUTE AP-BYL-WORDS (1) =
005950         PH-WORD-COUNT - AP-BYL-CO-WORDS.
005960 2300-BUILD-BYLINE-SPLIT-EXIT.
005970     EXIT.
005980
005990 2350-SPLIT-ONE-COBYLINE.
006000     IF PH-CO-AUTHOR-ID (AP-BYL-SUB) = SPACES
006010         OR PH-CO-SHARE-PCT (AP-BYL-SUB) NOT NUMERIC
006020         GO TO 2350-SPLIT-ONE-COBYLINE-EXIT
006030     END-IF
006040     ADD 1 TO AP-BYL-COUNT
006050     MOVE PH-CO-AUTHOR-ID (AP-BYL-SUB)
006060         TO AP-BYL-AUTHOR-ID (AP-BYL-COUNT)
006070     COMPUTE AP-BYL-WORDS (AP-BYL-COUNT) =
006080         PH-WORD-COUNT
006090             * PH-CO-SHARE-PCT (AP-BYL-SUB) / 100
006100     ADD AP-BYL-WORDS (AP-BYL-COUNT) TO AP-BYL-CO-WORDS.
006110 2350-SPLIT-ONE-COBYLINE-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    2400-CREDIT-ONE-BYLINE                                     *
006160*    ROLLS ONE BYLINE'S SHARE OF THE POST INTO ITS AUTHOR'S       *
006170*    CURRENT- OR PRIOR-MONTH ACCUMULATORS.  EACH BYLINE COUNTS    *
006180*    AS A POST FOR ITS AUTHOR; A BYLINE WHOSE AUTHOR IS NO        *
006190*    LONGER ON THE MASTER JOINS THE UNMATCHED BUCKET WITH ITS     *
006200*    SHARE OF THE WORDS.                                          *
006210******************************************************************
006220 2400-CREDIT-ONE-BYLINE.
006230     MOVE "N" TO AP-MATCH-FOUND-SWITCH
006240     IF AP-AUTHOR-COUNT > ZEROES
006250         SET AP-AUTH-IDX TO 1
006260         SEARCH ALL AP-AUTHOR-ENTRY
006270             AT END
006280                 CONTINUE
006290             WHEN AP-TBL-AUTHOR-ID (AP-AUTH-IDX) =
006300                     AP-BYL-AUTHOR-ID (AP-BYL-IDX)
006310                 MOVE "Y" TO AP-MATCH-FOUND-SWITCH
006320         END-SEARCH
006330     END-IF
006340     IF NOT AP-MATCH-FOUND
006350         IF AP-POST-MONTH-KEY = AP-REPORT-MONTH-KEY
006360             ADD 1 TO AP-UNMATCHED-POSTS
006370             ADD AP-BYL-WORDS (AP-BYL-IDX)
006380                 TO AP-UNMATCHED-WORDS
006390         END-IF
006400         GO TO 2400-CREDIT-ONE-BYLINE-EXIT
006410     END-IF
006420     IF AP-POST-MONTH-KEY = AP-REPORT-MONTH-KEY
006430         ADD 1 TO AP-TBL-CUR-POSTS (AP-AUTH-IDX)
006440         ADD AP-BYL-WORDS (AP-BYL-IDX)
006450             TO AP-TBL-CUR-WORDS (AP-AUTH-IDX)
006460         ADD 1 TO AP-TOT-CUR-POSTS
006470         ADD AP-BYL-WORDS (AP-BYL-IDX)
006480             TO AP-TOT-CUR-WORDS
006490     ELSE
006500         ADD 1 TO AP-TBL-PRI-POSTS (AP-AUTH-IDX)
006510         ADD AP-BYL-WORDS (AP-BYL-IDX)
006520             TO AP-TBL-PRI-WORDS (AP-AUTH-IDX)
006530     END-IF.
006540 2400-CREDIT-ONE-BYLINE-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    2500-ADD-CATEGORY-TOTALS                                   *
006590*    ROLLS THE REPORT-MONTH POST INTO ITS CATEGORY SUBTOTAL.      *
006600*    THE TABLE IS SMALL AND IN REFERENCE-FILE KEY ORDER, SO THE   *
006610*    SEARCH IS SERIAL.  A CODE NOT ON THE REFERENCE FILE (OR A    *
006620*    BLANK ONE FROM HISTORY WRITTEN BEFORE CATEGORIES EXISTED)    *
006630*    OPENS ITS OWN FLAGGED BUCKET SO NOTHING DROPS OUT OF THE     *
006640*    MONTH.                                                      *
006650******************************************************************
006660 2500-ADD-CATEGORY-TOTALS.
006670     MOVE "N" TO AP-CAT-FOUND-SWITCH
006680     IF AP-CAT-COUNT > ZEROES
006690         SET AP-CAT-IDX TO 1
006700         SEARCH AP-CAT-ENTRY
006710             AT END
006720                 CONTINUE
006730             WHEN AP-CTBL-CODE (AP-CAT-IDX) = PH-CATEGORY-CODE
006740                 MOVE "Y" TO AP-CAT-FOUND-SWITCH
006750         END-SEARCH
006760     END-IF
006770     IF NOT AP-CAT-FOUND
006780         IF AP-CAT-COUNT NOT LESS THAN AP-CAT-TABLE-MAX
006790             DISPLAY "AUTHPROD: CATEGORY TABLE FULL -- POST "
006800                 PH-POST-ID " CODE " PH-CATEGORY-CODE
006810                 " NOT SUBTOTALLED"
006820             IF AP-RETURN-CODE < 4
006830                 MOVE 4 TO AP-RETURN-CODE
006840             END-IF
006850             GO TO 2500-ADD-CATEGORY-TOTALS-EXIT
006860         END-IF
006870         ADD 1 TO AP-CAT-COUNT
006880         SET AP-CAT-IDX TO AP-CAT-COUNT
006890         MOVE PH-CATEGORY-CODE TO AP-CTBL-CODE (AP-CAT-IDX)
006900         MOVE "(NOT ON CATEGORY FILE)"
006910             TO AP-CTBL-DESC (AP-CAT-IDX)
006920         MOVE ZEROES           TO AP-CTBL-POSTS (AP-CAT-IDX)
006930         MOVE ZEROES           TO AP-CTBL-WORDS (AP-CAT-IDX)
006940     END-IF
006950     ADD 1             TO AP-CTBL-POSTS (AP-CAT-IDX)
006960     ADD PH-WORD-COUNT TO AP-CTBL-WORDS (AP-CAT-IDX).
006970 2500-ADD-CATEGORY-TOTALS-EXIT.
006980     EXIT.
006990
007000******************************************************************
007010*    3000-PRINT-REPORT                                          *
007020*    ONE LINE PER AUTHOR IN MASTER KEY ORDER, THEN THE MONTH      *
007030*    TOTALS.  AUTHORS WITH NO ACTIVITY IN EITHER MONTH STILL      *
007040*    PRINT, SO THE BOARD SEES WHO DID NOT PUBLISH.                *
007050******************************************************************
007060 3000-PRINT-REPORT.
007070     IF NOT AP-PRODRPT-OK
007080         GO TO 3000-PRINT-REPORT-EXIT
007090     END-IF
007100     MOVE ZEROES TO AP-PAGE-COUNT
007110     MOVE AP-LINES-PER-PAGE TO AP-LINE-COUNT
007120     IF AP-AUTHOR-COUNT > ZEROES
007130         PERFORM 3100-PRINT-AUTHOR-LINE
007140             THRU 3100-PRINT-AUTHOR-LINE-EXIT
007150             VARYING AP-AUTH-IDX FROM 1 BY 1
007160             UNTIL AP-AUTH-IDX > AP-AUTHOR-COUNT
007170     ELSE
007180         PERFORM 3200-PRINT-PAGE-HEADERS
007190             THRU 3200-PRINT-PAGE-HEADERS-EXIT
007200     END-IF
007210     PERFORM 3500-PRINT-CATEGORY-SECTION
007220         THRU 3500-PRINT-CATEGORY-SECTION-EXIT
007230     MOVE AP-TOT-CUR-POSTS   TO AP-RPT-TOT-POSTS
007240     MOVE AP-TOT-CUR-WORDS   TO AP-RPT-TOT-WORDS
007250     MOVE AP-UNMATCHED-POSTS TO AP-RPT-TOT-UNMATCHED
007260     MOVE AP-UNMATCHED-WORDS TO AP-RPT-UNMATCHED-WORDS
007270     MOVE AP-RETRACTED-POSTS TO AP-RPT-TOT-RETRACTED
007280     WRITE PR-PRINT-LINE FROM SPACES
007290     WRITE PR-PRINT-LINE FROM AP-RPT-TOTAL-LINE-1
007300     WRITE PR-PRINT-LINE FROM AP-RPT-TOTAL-LINE-2
007310     WRITE PR-PRINT-LINE FROM AP-RPT-TOTAL-LINE-3
007320     WRITE PR-PRINT-LINE FROM AP-RPT-TOTAL-LINE-4
007330     IF AP-UNMATCHED-POSTS > ZEROES
007340         AND AP-RETURN-CODE < 4
007350         MOVE 4 TO AP-RETURN-CODE
007360     END-IF.
007370 3000-PRINT-REPORT-EXIT.
007380     EXIT.
007390
007400 3100-PRINT-AUTHOR-LINE.
007410     IF AP-LINE-COUNT NOT LESS THAN AP-LINES-PER-PAGE
007420         PERFORM 3200-PRINT-PAGE-HEADERS
007430             THRU 3200-PRINT-PAGE-HEADERS-EXIT
007440     END-IF
007450     MOVE AP-TBL-AUTHOR-ID (AP-AUTH-IDX) TO AP-RPT-AUTHOR-ID
007460     MOVE AP-TBL-NAME (AP-AUTH-IDX)      TO AP-RPT-NAME
007470     MOVE AP-TBL-CUR-POSTS (AP-AUTH-IDX) TO AP-RPT-CUR-POSTS
007480     MOVE AP-TBL-CUR-WORDS (AP-AUTH-IDX) TO AP-RPT-CUR-WORDS
007490     IF AP-TBL-CUR-POSTS (AP-AUTH-IDX) > ZEROES
007500         COMPUTE AP-AVG-WORDS =
007510             AP-TBL-CUR-WORDS (AP-AUTH-IDX)
007520                 / AP-TBL-CUR-POSTS (AP-AUTH-IDX)
007530     ELSE
007540         MOVE ZEROES TO AP-AVG-WORDS
007550     END-IF
007560     MOVE AP-AVG-WORDS TO AP-RPT-AVG-WORDS
007570     MOVE AP-TBL-PRI-POSTS (AP-AUTH-IDX) TO AP-RPT-PRI-POSTS
007580     MOVE AP-TBL-PRI-WORDS (AP-AUTH-IDX) TO AP-RPT-PRI-WORDS
007590     COMPUTE AP-WORD-CHANGE =
007600         AP-TBL-CUR-WORDS (AP-AUTH-IDX)
007610             - AP-TBL-PRI-WORDS (AP-AUTH-IDX)
007620     MOVE AP-WORD-CHANGE TO AP-RPT-WORD-CHANGE
007630     WRITE PR-PRINT-LINE FROM AP-RPT-DETAIL-LINE
007640     ADD 1 TO AP-LINE-COUNT.
007650 3100-PRINT-AUTHOR-LINE-EXIT.
007660     EXIT.
007670
007680 3200-PRINT-PAGE-HEADERS.
007690     ADD 1 TO AP-PAGE-COUNT
007700     MOVE AP-PAGE-COUNT TO AP-RPT-PAGE-NO
007710     MOVE AP-RPT-MM     TO AP-RPT-HDR-MONTH
007720     MOVE AP-RPT-CCYY   TO AP-RPT-HDR-YEAR
007730     IF AP-PAGE-COUNT > 1
007740         WRITE PR-PRINT-LINE FROM SPACES
007750     END-IF
007760     WRITE PR-PRINT-LINE FROM AP-RPT-HEADER-1
007770     WRITE PR-PRINT-LINE FROM AP-RPT-HEADER-2
007780     MOVE ZEROES TO AP-LINE-COUNT.
007790 3200-PRINT-PAGE-HEADERS-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*    3500-PRINT-CATEGORY-SECTION                                *
007840*    ONE LINE PER CATEGORY IN REFERENCE-FILE ORDER (FLAGGED       *
007850*    UNKNOWN CODES LAST, IN FIRST-SEEN ORDER), SO THE BOARD      *
007860*    SEES WHICH SECTIONS ARE DRIVING THE MONTH'S OUTPUT.         *
007870******************************************************************
007880 3500-PRINT-CATEGORY-SECTION.
007890     IF AP-CAT-COUNT = ZEROES
007900         GO TO 3500-PRINT-CATEGORY-SECTION-EXIT
007910     END-IF
007920     WRITE PR-PRINT-LINE FROM SPACES
007930     MOVE "CATEGORY SUBTOTALS (REPORT MONTH)"
007940         TO AP-RPT-SECTION-TITLE
007950     WRITE PR-PRINT-LINE FROM AP-RPT-SECTION-LINE
007960     WRITE PR-PRINT-LINE FROM AP-RPT-CAT-HEADER
007970     ADD 2 TO AP-LINE-COUNT
007980     PERFORM 3550-PRINT-CATEGORY-LINE
007990         THRU 3550-PRINT-CATEGORY-LINE-EXIT
008000         VARYING AP-CAT-IDX FROM 1 BY 1
008010         UNTIL AP-CAT-IDX > AP-CAT-COUNT.
008020 3500-PRINT-CATEGORY-SECTION-EXIT.
008030     EXIT.
008040
008050 3550-PRINT-CATEGORY-LINE.
008060     IF AP-LINE-COUNT NOT LESS THAN AP-LINES-PER-PAGE
008070         PERFORM 3200-PRINT-PAGE-HEADERS
008080             THRU 3200-PRINT-PAGE-HEADERS-EXIT
008090         WRITE PR-PRINT-LINE FROM AP-RPT-CAT-HEADER
008100     END-IF
008110     MOVE AP-CTBL-CODE (AP-CAT-IDX)  TO AP-RPT-CAT-CODE
008120     MOVE AP-CTBL-DESC (AP-CAT-IDX)  TO AP-RPT-CAT-DESC
008130     MOVE AP-CTBL-POSTS (AP-CAT-IDX) TO AP-RPT-CAT-POSTS
008140     MOVE AP-CTBL-WORDS (AP-CAT-IDX) TO AP-RPT-CAT-WORDS
008150     IF AP-CTBL-POSTS (AP-CAT-IDX) > ZEROES
008160         COMPUTE AP-AVG-WORDS =
008170             AP-CTBL-WORDS (AP-CAT-IDX)
008180                 / AP-CTBL-POSTS (AP-CAT-IDX)
008190     ELSE
008200         MOVE ZEROES TO AP-AVG-WORDS
008210     END-IF
008220     MOVE AP-AVG-WORDS TO AP-RPT-CAT-AVG
008230     WRITE PR-PRINT-LINE FROM AP-RPT-CAT-DETAIL
008240     ADD 1 TO AP-LINE-COUNT.
008250 3550-PRINT-CATEGORY-LINE-EXIT.
008260     EXIT.
008270
008280 9999-TERMINATE.
008290     IF AP-POSTHIST-OK OR AP-POSTHIST-EOF
008300         OR AP-POSTHIST-NO-RECORD
008310         CLOSE POST-HISTORY
008320     END-IF
008330     IF AP-AUTHMST-OK OR AP-AUTHMST-EOF
008340         CLOSE AUTHOR-MASTER
008350     END-IF
008360     IF AP-CATFILE-OK OR AP-CATFILE-EOF
008370         CLOSE CATEGORY-FILE
008380     END-IF
008390     IF AP-PRODRPT-OK
008400         CLOSE PROD-REPORT
008410     END-IF.
008420 9999-TERMINATE-EXIT.
008430     EXIT.
