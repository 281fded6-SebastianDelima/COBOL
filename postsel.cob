000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    POSTSEL                                       *
000040*    DESCRIPTION   AD-HOC POST SELECTION, DRIVEN BY SELECTION    *
000050*                  CARDS.  READS THE POST-HISTORY MASTER, AND    *
000060*                  WHEN ASKED THE PHSTPRG YEARLY ARCHIVE, KEEPS  *
000070*                  EVERY POST THAT PASSES ALL OF THE CARDS'      *
000080*                  FILTERS, JOINS IN THE AUTHOR'S NAME AND       *
000090*                  STATUS FROM AUTHOR-MASTER AND THE POST'S      *
000100*                  LIFETIME VIEWS FROM ENGAGE-HISTORY, SORTS     *
000110*                  THE RESULT, AND PRINTS IT WITH OPTIONAL       *
000120*                  SUBTOTALS.  THE SAME POSTS GO TO A DELIMITED  *
000130*                  EXTRACT WITH A COLUMN-HEADING ROW THE DESK    *
000140*                  CAN OPEN STRAIGHT INTO A SPREADSHEET.         *
000150*                                                                *
000160*    SELECTION     KEYWORD=VALUE STARTING IN COLUMN ONE, AS      *
000170*    CARDS         BLOGPOST'S RUN-OPTIONS CARDS.  BLANK CARDS    *
000180*                  AND CARDS STARTING WITH * ARE COMMENTS.       *
000190*                  REPEATING AN AUTHOR, CATEGORY, STATUS,        *
000200*                  CO-BYLINE, OR RETRACT-REASON CARD WIDENS      *
000210*                  THAT FILTER (ANY ONE VALUE MATCHES); THE      *
000220*                  DIFFERENT FILTERS MUST ALL MATCH.             *
000230*                    AUTHOR=XXXXXX       PRIMARY BYLINE          *
000240*                    STATUS=A/I/L        AUTHOR'S STATUS ON      *
000250*                                        AUTHOR-MASTER (ALSO     *
000260*                                        ACTIVE/INACTIVE/        *
000270*                                        ON-LEAVE)               *
000280*                    CATEGORY=XXXXXX     DESK CATEGORY CODE      *
000290*                    FROM-DATE=CCYYMMDD  PUBLISH DATE RANGE,     *
000300*                    TO-DATE=CCYYMMDD    INCLUSIVE               *
000310*                    MIN-WORDS=NNNNN     WORD-COUNT RANGE,       *
000320*                    MAX-WORDS=NNNNN     INCLUSIVE               *
000330*                    RETRACTED=YES/NO    DEFAULT IS EITHER       *
000340*                    RETRACT-REASON=XX   IMPLIES RETRACTED=YES   *
000350*                    CO-BYLINE=XXXXXX    CARRIES THIS CO-AUTHOR  *
000360*                    CO-BYLINE=ANY/NONE  ANY CO-AUTHOR / SOLO    *
000370*                    ARCHIVE=YES/NO      ALSO READ THE ARCHIVE   *
000380*                    SORT=POST-ID/AUTHOR/CATEGORY/DATE/WORDS/    *
000390*                         VIEWS          DEFAULT DATE            *
000400*                    ORDER=ASCENDING/DESCENDING                  *
000410*                    SUBTOTAL=NONE/AUTHOR/CATEGORY/MONTH         *
000420*                    DELIMITER=X         DEFAULT COMMA           *
000430*                    TITLE=TEXT          REPORT HEADING          *
000440*                  A SUBTOTAL GROUPS THE LISTING FIRST; THE      *
000450*                  SORT ORDER APPLIES WITHIN EACH GROUP.  WITH   *
000460*                  NO CARDS AT ALL EVERY POST IS SELECTED.       *
000470*                                                                *
000480*    RETURN CODES  0000 - SELECTION PRINTED AND EXTRACTED        *
000490*                  0004 - THE ARCHIVE OR ENGAGEMENT HISTORY WAS  *
000500*                         NOT AVAILABLE (RESULT IS INCOMPLETE)   *
000510*                  0012 - A SELECTION CARD WAS NOT UNDERSTOOD,   *
000520*                         OR A REQUIRED FILE COULD NOT BE        *
000530*                         OPENED.  NOTHING IS SELECTED.          *
000540*                                                                *
000550*    MODIFICATION HISTORY                                        *
000560*    ----------------------------------------------------------  *
000570*    DATE       INIT  DESCRIPTION                                *
000580*    ---------  ----  -------------------------------------------*
000590*    2026-10-15  SDL  ORIGINAL PROGRAM.                          *
000600*    2026-10-15  SDL  ARCHIVE RECORD AND SORT POST DATA GROWN TO *
000610*                     THE 127-BYTE POST-HISTORY LAYOUT.          *
000620*    2026-10-15  SDL  ARCHIVE RECORD AND SORT POST DATA GROWN TO *
000630*                     THE 141-BYTE POST-HISTORY LAYOUT;          *
000640*                     POST-HISTORY NOW DECLARES ITS AUTHOR/DATE  *
000650*                     AND PUBLISH-DATE ALTERNATE KEYS.           *
000660******************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID.     POSTSEL.
000690 AUTHOR.         SEBASTIAN DE LIMA.
000700 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000710 DATE-WRITTEN.   2026-10-15.
000720 DATE-COMPILED.  2026-10-15.
000730
000740******************************************************************
000750*    ENVIRONMENT DIVISION                                        *
000760******************************************************************
000770 ENVIRONMENT DIVISION.
000780
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.    MACBOOK-PRO.
000810 OBJECT-COMPUTER.    MACBOOK-PRO.
000820
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT SELECTION-CARDS  ASSIGN TO SELCARDS
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS SL-SELCARDS-STATUS.
000890
000900     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS SEQUENTIAL
000930         RECORD KEY IS PH-POST-ID
000940         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000950             WITH DUPLICATES
000960         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000970             WITH DUPLICATES
000980         FILE STATUS IS SL-POSTHIST-STATUS.
000990
001000     SELECT HISTORY-ARCHIVE  ASSIGN TO PHARCH
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS SL-PHARCH-STATUS.
001040
001050     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS AR-AUTHOR-ID
001090         FILE STATUS IS SL-AUTHMST-STATUS.
001100
001110     SELECT ENGAGE-HISTORY   ASSIGN TO ENGHIST
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS EH-POST-ID
001150         FILE STATUS IS SL-ENGHIST-STATUS.
001160
001170     SELECT SORT-WORK        ASSIGN TO SORTWK01.
001180
001190     SELECT SELECTION-REPORT ASSIGN TO SELRPT
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         ACCESS MODE IS SEQUENTIAL
001220         FILE STATUS IS SL-SELRPT-STATUS.
001230
001240     SELECT SELECTION-EXTRACT ASSIGN TO SELXTRC
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         ACCESS MODE IS SEQUENTIAL
001270         FILE STATUS IS SL-SELXTRC-STATUS.
001280
001290******************************************************************
001300*    DATA DIVISION                                               *
001310******************************************************************
001320 DATA DIVISION.
001330
001340 FILE SECTION.
001350 FD  SELECTION-CARDS
001360     LABEL RECORDS ARE STANDARD.
001370 01  SC-CARD-IMAGE               PIC X(80).
001380
001390 FD  POST-HISTORY
001400     LABEL RECORDS ARE STANDARD.
001410     COPY PHISTREC.
001420
001430 FD  HISTORY-ARCHIVE
001440     LABEL RECORDS ARE STANDARD.
001450 01  HA-ARCHIVE-RECORD           PIC X(141).
001460
001470 FD  AUTHOR-MASTER
001480     LABEL RECORDS ARE STANDARD.
001490     COPY AUTHREC.
001500
001510 FD  ENGAGE-HISTORY
001520     LABEL RECORDS ARE STANDARD.
001530     COPY EHISTREC.
001540
001550******************************************************************
001560*    SORT RECORD.  THE MAJOR KEY IS THE SUBTOTAL GROUP (SPACES   *
001570*    WHEN THERE ARE NO SUBTOTALS), THE MINOR KEY THE SORT        *
001580*    FIELD, AND THE POST ID BREAKS TIES.  NUMERIC SORT FIELDS    *
001590*    ARE CARRIED ZERO-FILLED SO THEY ORDER CORRECTLY AS TEXT.    *
001600******************************************************************
001610 SD  SORT-WORK.
001620 01  SW-SORT-RECORD.
001630     05  SW-MAJOR-KEY            PIC X(08).
001640     05  SW-MINOR-KEY            PIC X(10).
001650     05  SW-POST-ID              PIC X(08).
001660     05  SW-SOURCE               PIC X(01).
001670         88  SW-FROM-ARCHIVE            VALUE "A".
001680     05  SW-POST-DATA            PIC X(141).
001690     05  SW-AUTHOR-NAME          PIC X(20).
001700     05  SW-AUTHOR-STATUS        PIC X(01).
001710     05  SW-LIFETIME-VIEWS       PIC 9(09).
001720
001730 FD  SELECTION-REPORT
001740     LABEL RECORDS ARE STANDARD.
001750 01  SR-PRINT-LINE               PIC X(132).
001760
001770 FD  SELECTION-EXTRACT
001780     LABEL RECORDS ARE STANDARD.
001790 01  SX-EXTRACT-LINE             PIC X(250).
001800
001810 WORKING-STORAGE SECTION.
001820******************************************************************
001830*    FILE STATUS SWITCHES                                        *
001840******************************************************************
001850 01  SL-SELCARDS-STATUS      PIC X(02).
001860     88  SL-SELCARDS-OK              VALUE "00".
001870     88  SL-SELCARDS-EOF             VALUE "10".
001880
001890 01  SL-POSTHIST-STATUS      PIC X(02).
001900     88  SL-POSTHIST-OK              VALUE "00".
001910     88  SL-POSTHIST-EOF             VALUE "10".
001920
001930 01  SL-PHARCH-STATUS        PIC X(02).
001940     88  SL-PHARCH-OK                VALUE "00".
001950     88  SL-PHARCH-EOF               VALUE "10".
001960
001970 01  SL-AUTHMST-STATUS       PIC X(02).
001980     88  SL-AUTHMST-OK               VALUE "00".
001990
002000 01  SL-ENGHIST-STATUS       PIC X(02).
002010     88  SL-ENGHIST-OK               VALUE "00".
002020
002030 01  SL-SELRPT-STATUS        PIC X(02).
002040     88  SL-SELRPT-OK                VALUE "00".
002050
002060 01  SL-SELXTRC-STATUS       PIC X(02).
002070     88  SL-SELXTRC-OK               VALUE "00".
002080
002090******************************************************************
002100*    PROGRAM SWITCHES                                            *
002110******************************************************************
002120 77  SL-CARDS-EOF-SWITCH     PIC X(01) VALUE "N".
002130     88  SL-END-OF-CARDS             VALUE "Y".
002140
002150 77  SL-POSTHIST-EOF-SWITCH  PIC X(01) VALUE "N".
002160     88  SL-END-OF-POSTHIST          VALUE "Y".
002170
002180 77  SL-PHARCH-EOF-SWITCH    PIC X(01) VALUE "N".
002190     88  SL-END-OF-ARCHIVE           VALUE "Y".
002200
002210 77  SL-SORT-EOF-SWITCH      PIC X(01) VALUE "N".
002220     88  SL-END-OF-SORT              VALUE "Y".
002230
002240 77  SL-MATCH-SWITCH         PIC X(01) VALUE "N".
002250     88  SL-VALUE-MATCHED            VALUE "Y".
002260
002270 77  SL-ENGHIST-OPEN-SWITCH  PIC X(01) VALUE "N".
002280     88  SL-ENGHIST-OPEN             VALUE "Y".
002290
002300 77  SL-AUTHMST-OPEN-SWITCH  PIC X(01) VALUE "N".
002310     88  SL-AUTHMST-OPEN             VALUE "Y".
002320
002330 77  SL-PHARCH-OPEN-SWITCH   PIC X(01) VALUE "N".
002340     88  SL-PHARCH-OPEN              VALUE "Y".
002350
002360 77  SL-FIRST-GROUP-SWITCH   PIC X(01) VALUE "Y".
002370     88  SL-FIRST-GROUP              VALUE "Y".
002380
002390******************************************************************
002400*    SELECTION CARD WORK FIELDS, AS BLOGPOST'S RUN-OPTIONS       *
002410*    CARDS                                                       *
002420******************************************************************
002430 77  SL-CC-KEYWORD           PIC X(20) VALUE SPACES.
002440 77  SL-CC-VALUE             PIC X(60) VALUE SPACES.
002450 77  SL-CC-NUMBER            PIC 9(08) VALUE ZEROES.
002460 77  SL-CC-SCAN-POS          PIC 9(02) VALUE ZEROES.
002470 77  SL-CC-DIGIT             PIC 9(01) VALUE ZERO.
002480 77  SL-CC-VALID-SWITCH      PIC X(01) VALUE "Y".
002490     88  SL-CC-VALUE-VALID           VALUE "Y".
002500     88  SL-CC-VALUE-INVALID         VALUE "N".
002510 77  SL-CARDS-READ           PIC 9(03) VALUE ZEROES.
002520 77  SL-BAD-CARD-COUNT       PIC 9(03) VALUE ZEROES.
002530
002540 01  SL-CC-DATE-WORK         PIC 9(08) VALUE ZEROES.
002550 01  SL-CC-DATE-PARTS REDEFINES SL-CC-DATE-WORK.
002560     05  SL-CC-DATE-CCYY     PIC 9(04).
002570     05  SL-CC-DATE-MM       PIC 9(02).
002580     05  SL-CC-DATE-DD       PIC 9(02).
002590
002600******************************************************************
002610*    SELECTION CARD TABLE, KEPT TO ECHO THE CARDS ON THE FIRST   *
002620*    PAGE OF THE LISTING SO THE ANSWER SAYS WHAT QUESTION IT     *
002630*    ANSWERS                                                     *
002640******************************************************************
002650 77  SL-ECHO-MAX             PIC 9(03) VALUE 100.
002660 77  SL-ECHO-COUNT           PIC 9(03) VALUE ZEROES.
002670 77  SL-ECHO-SUB             PIC 9(03) VALUE ZEROES.
002680
002690 01  SL-ECHO-TABLE.
002700     05  SL-ECHO-ENTRY OCCURS 100 TIMES.
002710         10  SL-ECHO-CARD            PIC X(72).
002720         10  SL-ECHO-BAD-SW          PIC X(01).
002730             88  SL-ECHO-CARD-BAD           VALUE "Y".
002740
002750******************************************************************
002760*    FILTERS.  A ZERO COUNT OR A ZERO/SPACE LIMIT MEANS THE      *
002770*    FILTER IS NOT IN USE.                                       *
002780******************************************************************
002790 77  SL-AUTHOR-SEL-MAX       PIC 9(02) VALUE 20.
002800 77  SL-AUTHOR-SEL-COUNT     PIC 9(02) VALUE ZEROES.
002810 01  SL-AUTHOR-SEL-TABLE.
002820     05  SL-AUTHOR-SEL       PIC X(06) OCCURS 20 TIMES.
002830
002840 77  SL-CATEGORY-SEL-MAX     PIC 9(02) VALUE 20.
002850 77  SL-CATEGORY-SEL-COUNT   PIC 9(02) VALUE ZEROES.
002860 01  SL-CATEGORY-SEL-TABLE.
002870     05  SL-CATEGORY-SEL     PIC X(06) OCCURS 20 TIMES.
002880
002890 77  SL-STATUS-SEL-COUNT     PIC 9(02) VALUE ZEROES.
002900 01  SL-STATUS-SEL-TABLE.
002910     05  SL-STATUS-SEL       PIC X(01) OCCURS 3 TIMES.
002920
002930 77  SL-REASON-SEL-MAX       PIC 9(02) VALUE 10.
002940 77  SL-REASON-SEL-COUNT     PIC 9(02) VALUE ZEROES.
002950 01  SL-REASON-SEL-TABLE.
002960     05  SL-REASON-SEL       PIC X(02) OCCURS 10 TIMES.
002970
002980 77  SL-COBYL-SEL-MAX        PIC 9(02) VALUE 20.
002990 77  SL-COBYL-SEL-COUNT      PIC 9(02) VALUE ZEROES.
003000 01  SL-COBYL-SEL-TABLE.
003010     05  SL-COBYL-SEL        PIC X(06) OCCURS 20 TIMES.
003020
003030 77  SL-COBYL-MODE           PIC X(01) VALUE SPACE.
003040     88  SL-COBYL-NOT-USED           VALUE SPACE.
003050     88  SL-COBYL-ANY                VALUE "Y".
003060     88  SL-COBYL-NONE               VALUE "N".
003070     88  SL-COBYL-LISTED             VALUE "L".
003080
003090 77  SL-RETRACT-MODE         PIC X(01) VALUE SPACE.
003100     88  SL-RETRACT-EITHER           VALUE SPACE.
003110     88  SL-RETRACT-ONLY             VALUE "Y".
003120     88  SL-RETRACT-EXCLUDED         VALUE "N".
003130
003140 77  SL-FROM-DATE            PIC 9(08) VALUE ZEROES.
003150 77  SL-TO-DATE              PIC 9(08) VALUE 99999999.
003160 77  SL-MIN-WORDS            PIC 9(05) VALUE ZEROES.
003170 77  SL-MAX-WORDS            PIC 9(05) VALUE 99999.
003180
003190 77  SL-SEL-SUB              PIC 9(02) VALUE ZEROES.
003200
003210******************************************************************
003220*    RUN OPTIONS                                                 *
003230******************************************************************
003240 77  SL-ARCHIVE-SWITCH       PIC X(01) VALUE "N".
003250     88  SL-READ-ARCHIVE             VALUE "Y".
003260
003270 77  SL-SORT-FIELD           PIC X(01) VALUE "D".
003280     88  SL-SORT-BY-POST             VALUE "P".
003290     88  SL-SORT-BY-AUTHOR           VALUE "A".
003300     88  SL-SORT-BY-CATEGORY         VALUE "C".
003310     88  SL-SORT-BY-DATE             VALUE "D".
003320     88  SL-SORT-BY-WORDS            VALUE "W".
003330     88  SL-SORT-BY-VIEWS            VALUE "V".
003340
003350 77  SL-ORDER-SWITCH         PIC X(01) VALUE "A".
003360     88  SL-ORDER-ASCENDING          VALUE "A".
003370     88  SL-ORDER-DESCENDING         VALUE "D".
003380
003390 77  SL-SUBTOTAL-FIELD       PIC X(01) VALUE "N".
003400     88  SL-SUBTOTAL-NONE            VALUE "N".
003410     88  SL-SUBTOTAL-BY-AUTHOR       VALUE "A".
003420     88  SL-SUBTOTAL-BY-CATEGORY     VALUE "C".
003430     88  SL-SUBTOTAL-BY-MONTH        VALUE "M".
003440
003450 77  SL-DELIMITER            PIC X(01) VALUE ",".
003460 77  SL-REPORT-TITLE         PIC X(60) VALUE SPACES.
003470
003480******************************************************************
003490*    PER-POST WORK FIELDS                                        *
003500******************************************************************
003510 01  SL-CURRENT-DATE-FIELDS.
003520     05  SL-CURR-YEAR         PIC 9(04).
003530     05  SL-CURR-MONTH        PIC 9(02).
003540     05  SL-CURR-DAY          PIC 9(02).
003550     05  FILLER               PIC X(13).
003560
003570 01  SL-PUB-DATE-NUM          PIC 9(08) VALUE ZEROES.
003580 01  SL-PUB-DATE-PARTS REDEFINES SL-PUB-DATE-NUM.
003590     05  SL-PUB-CCYY          PIC 9(04).
003600     05  SL-PUB-MM            PIC 9(02).
003610     05  SL-PUB-DD            PIC 9(02).
003620
003630 01  SL-PUB-MONTH-KEY.
003640     05  SL-PMK-CCYY          PIC 9(04).
003650     05  SL-PMK-MM            PIC 9(02).
003660
003670 77  SL-AUTHOR-NAME          PIC X(20) VALUE SPACES.
003680 77  SL-AUTHOR-STATUS        PIC X(01) VALUE SPACE.
003690 77  SL-LIFETIME-VIEWS       PIC 9(09) VALUE ZEROES.
003700 77  SL-POST-SOURCE          PIC X(01) VALUE SPACE.
003710 77  SL-WORDS-KEY            PIC 9(10) VALUE ZEROES.
003720
003730******************************************************************
003740*    RUN TOTALS AND SUBTOTAL ACCUMULATORS                        *
003750******************************************************************
003760 77  SL-MASTER-READ          PIC 9(07) VALUE ZEROES.
003770 77  SL-ARCHIVE-READ         PIC 9(07) VALUE ZEROES.
003780 77  SL-POSTS-SELECTED       PIC 9(07) VALUE ZEROES.
003790 77  SL-NOT-ON-MASTER        PIC 9(07) VALUE ZEROES.
003800 77  SL-NO-ENGAGEMENT        PIC 9(07) VALUE ZEROES.
003810
003820 77  SL-PRIOR-MAJOR-KEY      PIC X(08) VALUE SPACES.
003830 77  SL-GRP-POSTS            PIC 9(07) VALUE ZEROES.
003840 77  SL-GRP-WORDS            PIC 9(09) VALUE ZEROES.
003850 77  SL-GRP-VIEWS            PIC 9(11) VALUE ZEROES.
003860 77  SL-TOT-POSTS            PIC 9(07) VALUE ZEROES.
003870 77  SL-TOT-WORDS            PIC 9(09) VALUE ZEROES.
003880 77  SL-TOT-VIEWS            PIC 9(11) VALUE ZEROES.
003890
003900 77  SL-RETURN-CODE          PIC 9(04) VALUE ZEROES.
003910
003920******************************************************************
003930*    SELECTION LISTING CONTROLS AND PRINT LINES                  *
003940******************************************************************
003950 77  SL-LINES-PER-PAGE       PIC 9(02) VALUE 50.
003960 77  SL-LINE-COUNT           PIC 9(02) VALUE ZEROES.
003970 77  SL-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
003980
003990 01  SL-RPT-HEADER-1.
004000     05  FILLER                  PIC X(36)
004010             VALUE "POSTSEL AD-HOC POST SELECTION".
004020     05  FILLER                  PIC X(04) VALUE SPACES.
004030     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
004040     05  SL-RPT-RUN-MONTH        PIC 9(02).
004050     05  FILLER                  PIC X(01) VALUE "/".
004060     05  SL-RPT-RUN-DAY          PIC 9(02).
004070     05  FILLER                  PIC X(01) VALUE "/".
004080     05  SL-RPT-RUN-YEAR         PIC 9(04).
004090     05  FILLER                  PIC X(05) VALUE SPACES.
004100     05  FILLER                  PIC X(05) VALUE "PAGE ".
004110     05  SL-RPT-PAGE-NO          PIC ZZ9.
004120
004130 01  SL-RPT-HEADER-2.
004140     05  SL-RPT-TITLE            PIC X(60).
004150
004160 01  SL-RPT-HEADER-3.
004170     05  FILLER                  PIC X(10) VALUE "POST ID".
004180     05  FILLER                  PIC X(12) VALUE "PUBLISHED".
004190     05  FILLER                  PIC X(08) VALUE "AUTHOR".
004200     05  FILLER                  PIC X(22) VALUE "NAME".
004210     05  FILLER                  PIC X(03) VALUE "ST".
004220     05  FILLER                  PIC X(08) VALUE "CATGRY".
004230     05  FILLER                  PIC X(07) VALUE "WORDS".
004240     05  FILLER                  PIC X(13) VALUE "  LIFE VIEWS".
004250     05  FILLER                  PIC X(06) VALUE " RT RS".
004260     05  FILLER                  PIC X(15) VALUE "CO-BYLINES".
004270     05  FILLER                  PIC X(03) VALUE "S".
004280     05  FILLER                  PIC X(25) VALUE "TITLE".
004290
004300 01  SL-RPT-DETAIL-LINE.
004310     05  SL-RPT-POST-ID          PIC X(08).
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  SL-RPT-PUB-MM           PIC 9(02).
004340     05  FILLER                  PIC X(01) VALUE "/".
004350     05  SL-RPT-PUB-DD           PIC 9(02).
004360     05  FILLER                  PIC X(01) VALUE "/".
004370     05  SL-RPT-PUB-CCYY         PIC 9(04).
004380     05  FILLER                  PIC X(02) VALUE SPACES.
004390     05  SL-RPT-AUTHOR-ID        PIC X(06).
004400     05  FILLER                  PIC X(02) VALUE SPACES.
004410     05  SL-RPT-NAME             PIC X(20).
004420     05  FILLER                  PIC X(02) VALUE SPACES.
004430     05  SL-RPT-STATUS           PIC X(01).
004440     05  FILLER                  PIC X(02) VALUE SPACES.
004450     05  SL-RPT-CATEGORY         PIC X(06).
004460     05  FILLER                  PIC X(02) VALUE SPACES.
004470     05  SL-RPT-WORDS            PIC ZZZZ9.
004480     05  FILLER                  PIC X(02) VALUE SPACES.
004490     05  SL-RPT-VIEWS            PIC ZZZ,ZZZ,ZZ9.
004500     05  FILLER                  PIC X(02) VALUE SPACES.
004510     05  SL-RPT-RETRACT-FLAG     PIC X(01).
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  SL-RPT-RETRACT-REASON   PIC X(02).
004540     05  FILLER                  PIC X(01) VALUE SPACES.
004550     05  SL-RPT-CO-AUTHOR-1      PIC X(06).
004560     05  FILLER                  PIC X(01) VALUE SPACES.
004570     05  SL-RPT-CO-AUTHOR-2      PIC X(06).
004580     05  FILLER                  PIC X(02) VALUE SPACES.
004590     05  SL-RPT-SOURCE           PIC X(01).
004600     05  FILLER                  PIC X(02) VALUE SPACES.
004610     05  SL-RPT-TITLE-TEXT       PIC X(25).
004620
004630 01  SL-RPT-SUBTOTAL-LINE.
004640     05  FILLER                  PIC X(04) VALUE SPACES.
004650     05  SL-RPT-SUB-LABEL        PIC X(09).
004660     05  SL-RPT-SUB-KEY          PIC X(08).
004670     05  FILLER                  PIC X(08) VALUE "  POSTS ".
004680     05  SL-RPT-SUB-POSTS        PIC Z,ZZZ,ZZ9.
004690     05  FILLER                  PIC X(08) VALUE "  WORDS ".
004700     05  SL-RPT-SUB-WORDS        PIC ZZZ,ZZZ,ZZ9.
004710     05  FILLER                  PIC X(13) VALUE "  LIFE VIEWS ".
004720     05  SL-RPT-SUB-VIEWS        PIC ZZ,ZZZ,ZZZ,ZZ9.
004730
004740 01  SL-RPT-CARD-LINE.
004750     05  FILLER                  PIC X(04) VALUE SPACES.
004760     05  SL-RPT-CARD-TEXT        PIC X(72).
004770     05  FILLER                  PIC X(02) VALUE SPACES.
004780     05  SL-RPT-CARD-NOTE        PIC X(20).
004790
004800 01  SL-RPT-TOTAL-LINE-1.
004810     05  FILLER                  PIC X(26)
004820             VALUE "POST-HISTORY READ.......: ".
004830     05  SL-RPT-TOT-MASTER       PIC ZZZZZZ9.
004840
004850 01  SL-RPT-TOTAL-LINE-2.
004860     05  FILLER                  PIC X(26)
004870             VALUE "ARCHIVE READ............: ".
004880     05  SL-RPT-TOT-ARCHIVE      PIC ZZZZZZ9.
004890
004900 01  SL-RPT-TOTAL-LINE-3.
004910     05  FILLER                  PIC X(26)
004920             VALUE "POSTS SELECTED..........: ".
004930     05  SL-RPT-TOT-SELECTED     PIC ZZZZZZ9.
004940
004950 01  SL-RPT-TOTAL-LINE-4.
004960     05  FILLER                  PIC X(26)
004970             VALUE "AUTHOR NOT ON MASTER....: ".
004980     05  SL-RPT-TOT-NOT-ON       PIC ZZZZZZ9.
004990
005000 01  SL-RPT-TOTAL-LINE-5.
005010     05  FILLER                  PIC X(26)
005020             VALUE "NO ENGAGEMENT ROW.......: ".
005030     05  SL-RPT-TOT-NO-ENG       PIC ZZZZZZ9.
005040
005050******************************************************************
005060*    DELIMITED EXTRACT WORK FIELDS.  NUMBERS GO OUT ZERO-FILLED  *
005070*    AND UNEDITED; THE TITLE AND NAME ARE QUOTED, WITH ANY       *
005080*    DOUBLE QUOTE INSIDE A TITLE TURNED TO A SINGLE QUOTE.       *
005090******************************************************************
005100 77  SL-XT-POINTER           PIC 9(03) VALUE 1.
005110 77  SL-XT-TITLE             PIC X(40) VALUE SPACES.
005120
005130 01  SL-XT-DATE.
005140     05  SL-XT-DATE-MM        PIC 9(02).
005150     05  FILLER               PIC X(01) VALUE "/".
005160     05  SL-XT-DATE-DD        PIC 9(02).
005170     05  FILLER               PIC X(01) VALUE "/".
005180     05  SL-XT-DATE-CCYY      PIC 9(04).
005190
005200 01  SL-XT-RETRACT-DATE       PIC 9(08) VALUE ZEROES.
005210 01  SL-XT-RETRACT-PARTS REDEFINES SL-XT-RETRACT-DATE.
005220     05  SL-XT-RTR-CCYY       PIC 9(04).
005230     05  SL-XT-RTR-MM         PIC 9(02).
005240     05  SL-XT-RTR-DD         PIC 9(02).
005250
005260 01  SL-XT-HEADING-1.
005270     05  FILLER                  PIC X(50) VALUE
005280         "POST_ID,TITLE,PUBLISH_DATE,AUTHOR_ID,AUTHOR_NAME,".
005290     05  FILLER                  PIC X(50) VALUE
005300         "AUTHOR_STATUS,CATEGORY,WORDS,LIFETIME_VIEWS,".
005310     05  FILLER                  PIC X(50) VALUE
005320         "RETRACTED,RETRACT_DATE,RETRACT_REASON,SHARE_PCT,".
005330     05  FILLER                  PIC X(50) VALUE
005340         "CO_AUTHOR_1,CO_SHARE_1,CO_AUTHOR_2,CO_SHARE_2,".
005350     05  FILLER                  PIC X(50) VALUE
005360         "SOURCE".
005370
005380******************************************************************
005390*    PROCEDURE DIVISION                                          *
005400******************************************************************
005410 PROCEDURE DIVISION.
005420
005430 0000-MAINLINE.
005440     PERFORM 1000-INITIALIZE
005450         THRU 1000-INITIALIZE-EXIT
005460     IF SL-RETURN-CODE < 12
005470         IF SL-ORDER-DESCENDING
005480             SORT SORT-WORK
005490                 ON ASCENDING KEY SW-MAJOR-KEY
005500                 ON DESCENDING KEY SW-MINOR-KEY
005510                 ON ASCENDING KEY SW-POST-ID
005520                 INPUT PROCEDURE IS 2000-SELECT-POSTS
005530                     THRU 2000-SELECT-POSTS-EXIT
005540                 OUTPUT PROCEDURE IS 3000-PRINT-SELECTION
005550                     THRU 3000-PRINT-SELECTION-EXIT
005560         ELSE
005570             SORT SORT-WORK
005580                 ON ASCENDING KEY SW-MAJOR-KEY
005590                 ON ASCENDING KEY SW-MINOR-KEY
005600                 ON ASCENDING KEY SW-POST-ID
005610                 INPUT PROCEDURE IS 2000-SELECT-POSTS
005620                     THRU 2000-SELECT-POSTS-EXIT
005630                 OUTPUT PROCEDURE IS 3000-PRINT-SELECTION
005640                     THRU 3000-PRINT-SELECTION-EXIT
005650         END-IF
005660     END-IF
005670     PERFORM 9999-TERMINATE
005680         THRU 9999-TERMINATE-EXIT
005690     MOVE SL-RETURN-CODE TO RETURN-CODE
005700     STOP RUN.
005710
005720******************************************************************
005730*    1000-INITIALIZE                                             *
005740*    OPENS THE LISTING FIRST SO A BAD CARD DECK CAN BE SHOWN     *
005750*    ON IT, READS THE SELECTION CARDS, AND ONLY THEN OPENS THE   *
005760*    MASTERS.  AN ARCHIVE OR ENGAGEMENT HISTORY THAT WILL NOT    *
005770*    OPEN LEAVES A WARNING AND AN INCOMPLETE ANSWER RATHER       *
005780*    THAN NONE.                                                  *
005790******************************************************************
005800 1000-INITIALIZE.
005810     MOVE FUNCTION CURRENT-DATE TO SL-CURRENT-DATE-FIELDS
005820     OPEN OUTPUT SELECTION-REPORT
005830     IF NOT SL-SELRPT-OK
005840         DISPLAY "POSTSEL: UNABLE TO OPEN SELECTION-REPORT, "
005850             "STATUS = " SL-SELRPT-STATUS
005860         MOVE 12 TO SL-RETURN-CODE
005870         GO TO 1000-INITIALIZE-EXIT
005880     END-IF
005890     PERFORM 1100-READ-SELECTION-CARDS
005900         THRU 1100-READ-SELECTION-CARDS-EXIT
005910     MOVE ZEROES TO SL-PAGE-COUNT
005920     PERFORM 3400-PRINT-PAGE-HEADERS
005930         THRU 3400-PRINT-PAGE-HEADERS-EXIT
005940     PERFORM 1300-ECHO-SELECTION-CARDS
005950         THRU 1300-ECHO-SELECTION-CARDS-EXIT
005960     IF SL-BAD-CARD-COUNT > ZEROES
005970         DISPLAY "POSTSEL: " SL-BAD-CARD-COUNT
005980             " SELECTION CARD(S) NOT UNDERSTOOD -- NOTHING "
005990             "SELECTED, SEE THE LISTING"
006000         MOVE 12 TO SL-RETURN-CODE
006010         GO TO 1000-INITIALIZE-EXIT
006020     END-IF
006030     OPEN INPUT POST-HISTORY
006040     IF NOT SL-POSTHIST-OK
006050         DISPLAY "POSTSEL: UNABLE TO OPEN POST-HISTORY, "
006060             "STATUS = " SL-POSTHIST-STATUS
006070         MOVE 12 TO SL-RETURN-CODE
006080         GO TO 1000-INITIALIZE-EXIT
006090     END-IF
006100     OPEN INPUT AUTHOR-MASTER
006110     IF NOT SL-AUTHMST-OK
006120         DISPLAY "POSTSEL: UNABLE TO OPEN AUTHOR-MASTER, "
006130             "STATUS = " SL-AUTHMST-STATUS
006140         MOVE 12 TO SL-RETURN-CODE
006150         GO TO 1000-INITIALIZE-EXIT
006160     END-IF
006170     MOVE "Y" TO SL-AUTHMST-OPEN-SWITCH
006180     OPEN OUTPUT SELECTION-EXTRACT
006190     IF NOT SL-SELXTRC-OK
006200         DISPLAY "POSTSEL: UNABLE TO OPEN SELECTION-EXTRACT, "
006210             "STATUS = " SL-SELXTRC-STATUS
006220         MOVE 12 TO SL-RETURN-CODE
006230         GO TO 1000-INITIALIZE-EXIT
006240     END-IF
006250     OPEN INPUT ENGAGE-HISTORY
006260     IF SL-ENGHIST-OK
006270         MOVE "Y" TO SL-ENGHIST-OPEN-SWITCH
006280     ELSE
006290         DISPLAY "POSTSEL: UNABLE TO OPEN ENGAGE-HISTORY, "
006300             "STATUS = " SL-ENGHIST-STATUS
006310             " -- LIFETIME VIEWS REPORTED AS ZERO"
006320         MOVE 4 TO SL-RETURN-CODE
006330     END-IF
006340     IF SL-READ-ARCHIVE
006350         OPEN INPUT HISTORY-ARCHIVE
006360         IF NOT SL-PHARCH-OK
006370             DISPLAY "POSTSEL: UNABLE TO OPEN HISTORY-ARCHIVE, "
006380                 "STATUS = " SL-PHARCH-STATUS
006390                 " -- ARCHIVED POSTS NOT SELECTED"
006400             MOVE "N" TO SL-ARCHIVE-SWITCH
006410             MOVE 4 TO SL-RETURN-CODE
006420         ELSE
006430             MOVE "Y" TO SL-PHARCH-OPEN-SWITCH
006440         END-IF
006450     END-IF.
006460 1000-INITIALIZE-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*    1100-READ-SELECTION-CARDS                                   *
006510*    READS THE SELECTION CARD DECK.  A MISSING DECK SELECTS      *
006520*    EVERY POST.  EVERY CARD IS KEPT FOR THE ECHO ON THE         *
006530*    LISTING, MARKED WHEN IT WAS NOT UNDERSTOOD.                 *
006540******************************************************************
006550 1100-READ-SELECTION-CARDS.
006560     OPEN INPUT SELECTION-CARDS
006570     IF NOT SL-SELCARDS-OK
006580         DISPLAY "POSTSEL: NO SELECTION CARD FILE (STATUS "
006590             SL-SELCARDS-STATUS ") -- EVERY POST SELECTED"
006600         GO TO 1100-READ-SELECTION-CARDS-EXIT
006610     END-IF
006620     MOVE "N" TO SL-CARDS-EOF-SWITCH
006630     PERFORM 1110-PROCESS-ONE-CARD
006640         THRU 1110-PROCESS-ONE-CARD-EXIT
006650         UNTIL SL-END-OF-CARDS
006660     CLOSE SELECTION-CARDS.
006670 1100-READ-SELECTION-CARDS-EXIT.
006680     EXIT.
006690
006700 1110-PROCESS-ONE-CARD.
006710     READ SELECTION-CARDS
006720         AT END
006730             MOVE "Y" TO SL-CARDS-EOF-SWITCH
006740             GO TO 1110-PROCESS-ONE-CARD-EXIT
006750     END-READ
006760     IF SC-CARD-IMAGE = SPACES
006770         OR SC-CARD-IMAGE (1:1) = "*"
006780         GO TO 1110-PROCESS-ONE-CARD-EXIT
006790     END-IF
006800     ADD 1 TO SL-CARDS-READ
006810     IF SL-ECHO-COUNT < SL-ECHO-MAX
006820         ADD 1 TO SL-ECHO-COUNT
006830         MOVE SC-CARD-IMAGE TO SL-ECHO-CARD (SL-ECHO-COUNT)
006840         MOVE "N" TO SL-ECHO-BAD-SW (SL-ECHO-COUNT)
006850     END-IF
006860     MOVE SPACES TO SL-CC-KEYWORD
006870     MOVE SPACES TO SL-CC-VALUE
006880     UNSTRING SC-CARD-IMAGE DELIMITED BY "="
006890         INTO SL-CC-KEYWORD SL-CC-VALUE
006900     END-UNSTRING
006910     EVALUATE SL-CC-KEYWORD
006920         WHEN "AUTHOR"
006930             IF SL-CC-VALUE = SPACES
006940                 OR SL-AUTHOR-SEL-COUNT NOT LESS THAN
006950                     SL-AUTHOR-SEL-MAX
006960                 PERFORM 1160-NOTE-BAD-CARD
006970                     THRU 1160-NOTE-BAD-CARD-EXIT
006980             ELSE
006990                 ADD 1 TO SL-AUTHOR-SEL-COUNT
007000                 MOVE SL-CC-VALUE
007010                     TO SL-AUTHOR-SEL (SL-AUTHOR-SEL-COUNT)
007020             END-IF
007030         WHEN "STATUS"
007040             PERFORM 1120-EDIT-STATUS-CARD
007050                 THRU 1120-EDIT-STATUS-CARD-EXIT
007060         WHEN "CATEGORY"
007070             IF SL-CC-VALUE = SPACES
007080                 OR SL-CATEGORY-SEL-COUNT NOT LESS THAN
007090                     SL-CATEGORY-SEL-MAX
007100                 PERFORM 1160-NOTE-BAD-CARD
007110                     THRU 1160-NOTE-BAD-CARD-EXIT
007120             ELSE
007130                 ADD 1 TO SL-CATEGORY-SEL-COUNT
007140                 MOVE SL-CC-VALUE
007150                     TO SL-CATEGORY-SEL (SL-CATEGORY-SEL-COUNT)
007160             END-IF
007170         WHEN "FROM-DATE"
007180             PERFORM 1170-EDIT-DATE-VALUE
007190                 THRU 1170-EDIT-DATE-VALUE-EXIT
007200             IF SL-CC-VALUE-VALID
007210                 MOVE SL-CC-NUMBER TO SL-FROM-DATE
007220             ELSE
007230                 PERFORM 1160-NOTE-BAD-CARD
007240                     THRU 1160-NOTE-BAD-CARD-EXIT
007250             END-IF
007260         WHEN "TO-DATE"
007270             PERFORM 1170-EDIT-DATE-VALUE
007280                 THRU 1170-EDIT-DATE-VALUE-EXIT
007290             IF SL-CC-VALUE-VALID
007300                 MOVE SL-CC-NUMBER TO SL-TO-DATE
007310             ELSE
007320                 PERFORM 1160-NOTE-BAD-CARD
007330                     THRU 1160-NOTE-BAD-CARD-EXIT
007340             END-IF
007350         WHEN "MIN-WORDS"
007360             PERFORM 1150-EDIT-NUMERIC-VALUE
007370                 THRU 1150-EDIT-NUMERIC-VALUE-EXIT
007380             IF SL-CC-VALUE-VALID AND SL-CC-NUMBER < 100000
007390                 MOVE SL-CC-NUMBER TO SL-MIN-WORDS
007400             ELSE
007410                 PERFORM 1160-NOTE-BAD-CARD
007420                     THRU 1160-NOTE-BAD-CARD-EXIT
007430             END-IF
007440         WHEN "MAX-WORDS"
007450             PERFORM 1150-EDIT-NUMERIC-VALUE
007460                 THRU 1150-EDIT-NUMERIC-VALUE-EXIT
007470             IF SL-CC-VALUE-VALID AND SL-CC-NUMBER < 100000
007480                 MOVE SL-CC-NUMBER TO SL-MAX-WORDS
007490             ELSE
007500                 PERFORM 1160-NOTE-BAD-CARD
007510                     THRU 1160-NOTE-BAD-CARD-EXIT
007520             END-IF
007530         WHEN "RETRACTED"
007540             EVALUATE SL-CC-VALUE
007550                 WHEN "YES"
007560                     MOVE "Y" TO SL-RETRACT-MODE
007570                 WHEN "NO"
007580                     MOVE "N" TO SL-RETRACT-MODE
007590                 WHEN OTHER
007600                     PERFORM 1160-NOTE-BAD-CARD
007610                         THRU 1160-NOTE-BAD-CARD-EXIT
007620             END-EVALUATE
007630         WHEN "RETRACT-REASON"
007640             IF SL-CC-VALUE = SPACES
007650                 OR SL-CC-VALUE (3:58) NOT = SPACES
007660                 OR SL-REASON-SEL-COUNT NOT LESS THAN
007670                     SL-REASON-SEL-MAX
007680                 PERFORM 1160-NOTE-BAD-CARD
007690                     THRU 1160-NOTE-BAD-CARD-EXIT
007700             ELSE
007710                 ADD 1 TO SL-REASON-SEL-COUNT
007720                 MOVE SL-CC-VALUE
007730                     TO SL-REASON-SEL (SL-REASON-SEL-COUNT)
007740             END-IF
007750         WHEN "CO-BYLINE"
007760             PERFORM 1130-EDIT-COBYLINE-CARD
007770                 THRU 1130-EDIT-COBYLINE-CARD-EXIT
007780         WHEN "ARCHIVE"
007790             EVALUATE SL-CC-VALUE
007800                 WHEN "YES"
007810                     MOVE "Y" TO SL-ARCHIVE-SWITCH
007820                 WHEN "NO"
007830                     MOVE "N" TO SL-ARCHIVE-SWITCH
007840                 WHEN OTHER
007850                     PERFORM 1160-NOTE-BAD-CARD
007860                         THRU 1160-NOTE-BAD-CARD-EXIT
007870             END-EVALUATE
007880         WHEN "SORT"
007890             EVALUATE SL-CC-VALUE
007900                 WHEN "POST-ID"
007910                     MOVE "P" TO SL-SORT-FIELD
007920                 WHEN "AUTHOR"
007930                     MOVE "A" TO SL-SORT-FIELD
007940                 WHEN "CATEGORY"
007950                     MOVE "C" TO SL-SORT-FIELD
007960                 WHEN "DATE"
007970                     MOVE "D" TO SL-SORT-FIELD
007980                 WHEN "WORDS"
007990                     MOVE "W" TO SL-SORT-FIELD
008000                 WHEN "VIEWS"
008010                     MOVE "V" TO SL-SORT-FIELD
008020                 WHEN OTHER
008030                     PERFORM 1160-NOTE-BAD-CARD
008040                         THRU 1160-NOTE-BAD-CARD-EXIT
008050             END-EVALUATE
008060         WHEN "ORDER"
008070             EVALUATE SL-CC-VALUE
008080                 WHEN "ASCENDING"
008090                     MOVE "A" TO SL-ORDER-SWITCH
008100                 WHEN "DESCENDING"
008110                     MOVE "D" TO SL-ORDER-SWITCH
008120                 WHEN OTHER
008130                     PERFORM 1160-NOTE-BAD-CARD
008140                         THRU 1160-NOTE-BAD-CARD-EXIT
008150             END-EVALUATE
008160         WHEN "SUBTOTAL"
008170             EVALUATE SL-CC-VALUE
008180                 WHEN "NONE"
008190                     MOVE "N" TO SL-SUBTOTAL-FIELD
008200                 WHEN "AUTHOR"
008210                     MOVE "A" TO SL-SUBTOTAL-FIELD
008220                 WHEN "CATEGORY"
008230                     MOVE "C" TO SL-SUBTOTAL-FIELD
008240                 WHEN "MONTH"
008250                     MOVE "M" TO SL-SUBTOTAL-FIELD
008260                 WHEN OTHER
008270                     PERFORM 1160-NOTE-BAD-CARD
008280                         THRU 1160-NOTE-BAD-CARD-EXIT
008290             END-EVALUATE
008300         WHEN "DELIMITER"
008310             IF SL-CC-VALUE = SPACES
008320                 OR SL-CC-VALUE (2:59) NOT = SPACES
008330                 PERFORM 1160-NOTE-BAD-CARD
008340                     THRU 1160-NOTE-BAD-CARD-EXIT
008350             ELSE
008360                 MOVE SL-CC-VALUE (1:1) TO SL-DELIMITER
008370             END-IF
008380         WHEN "TITLE"
008390             MOVE SL-CC-VALUE TO SL-REPORT-TITLE
008400         WHEN OTHER
008410             PERFORM 1160-NOTE-BAD-CARD
008420                 THRU 1160-NOTE-BAD-CARD-EXIT
008430     END-EVALUATE.
008440 1110-PROCESS-ONE-CARD-EXIT.
008450     EXIT.
008460
008470 1120-EDIT-STATUS-CARD.
008480     IF SL-STATUS-SEL-COUNT NOT LESS THAN 3
008490         PERFORM 1160-NOTE-BAD-CARD
008500             THRU 1160-NOTE-BAD-CARD-EXIT
008510         GO TO 1120-EDIT-STATUS-CARD-EXIT
008520     END-IF
008530     EVALUATE SL-CC-VALUE
008540         WHEN "A"
008550         WHEN "ACTIVE"
008560             ADD 1 TO SL-STATUS-SEL-COUNT
008570             MOVE "A" TO SL-STATUS-SEL (SL-STATUS-SEL-COUNT)
008580         WHEN "I"
008590         WHEN "INACTIVE"
008600             ADD 1 TO SL-STATUS-SEL-COUNT
008610             MOVE "I" TO SL-STATUS-SEL (SL-STATUS-SEL-COUNT)
008620         WHEN "L"
008630         WHEN "ON-LEAVE"
008640             ADD 1 TO SL-STATUS-SEL-COUNT
008650             MOVE "L" TO SL-STATUS-SEL (SL-STATUS-SEL-COUNT)
008660         WHEN OTHER
008670             PERFORM 1160-NOTE-BAD-CARD
008680                 THRU 1160-NOTE-BAD-CARD-EXIT
008690     END-EVALUATE.
008700 1120-EDIT-STATUS-CARD-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740*    1130-EDIT-COBYLINE-CARD                                     *
008750*    CO-BYLINE=ANY AND CO-BYLINE=NONE STAND ALONE; NAMED         *
008760*    CO-AUTHORS ADD UP.  MIXING THE TWO FORMS IS A BAD CARD.     *
008770******************************************************************
008780 1130-EDIT-COBYLINE-CARD.
008790     EVALUATE TRUE
008800         WHEN SL-CC-VALUE = SPACES
008810             PERFORM 1160-NOTE-BAD-CARD
008820                 THRU 1160-NOTE-BAD-CARD-EXIT
008830         WHEN SL-CC-VALUE = "ANY" OR SL-CC-VALUE = "NONE"
008840             IF NOT SL-COBYL-NOT-USED
008850                 PERFORM 1160-NOTE-BAD-CARD
008860                     THRU 1160-NOTE-BAD-CARD-EXIT
008870             ELSE
008880                 MOVE SL-CC-VALUE (1:1) TO SL-COBYL-MODE
008890             END-IF
008900         WHEN SL-COBYL-ANY OR SL-COBYL-NONE
008910             PERFORM 1160-NOTE-BAD-CARD
008920                 THRU 1160-NOTE-BAD-CARD-EXIT
008930         WHEN SL-COBYL-SEL-COUNT NOT LESS THAN SL-COBYL-SEL-MAX
008940             PERFORM 1160-NOTE-BAD-CARD
008950                 THRU 1160-NOTE-BAD-CARD-EXIT
008960         WHEN OTHER
008970             MOVE "L" TO SL-COBYL-MODE
008980             ADD 1 TO SL-COBYL-SEL-COUNT
008990             MOVE SL-CC-VALUE TO SL-COBYL-SEL (SL-COBYL-SEL-COUNT)
009000     END-EVALUATE.
009010 1130-EDIT-COBYLINE-CARD-EXIT.
009020     EXIT.
009030
009040******************************************************************
009050*    1150-EDIT-NUMERIC-VALUE                                     *
009060*    CONVERTS THE CARD VALUE TO A NUMBER OF UP TO EIGHT          *
009070*    DIGITS, AS BLOGPOST DOES.  DIGITS ACCUMULATE UNTIL THE      *
009080*    FIRST SPACE; ANYTHING ELSE, OR NO DIGITS AT ALL, MARKS THE  *
009090*    VALUE INVALID.                                              *
009100******************************************************************
009110 1150-EDIT-NUMERIC-VALUE.
009120     MOVE "Y" TO SL-CC-VALID-SWITCH
009130     MOVE ZEROES TO SL-CC-NUMBER
009140     IF SL-CC-VALUE = SPACES
009150         MOVE "N" TO SL-CC-VALID-SWITCH
009160         GO TO 1150-EDIT-NUMERIC-VALUE-EXIT
009170     END-IF
009180     PERFORM 1155-EDIT-ONE-DIGIT
009190         THRU 1155-EDIT-ONE-DIGIT-EXIT
009200         VARYING SL-CC-SCAN-POS FROM 1 BY 1
009210         UNTIL SL-CC-SCAN-POS > 60
009220             OR SL-CC-VALUE (SL-CC-SCAN-POS:1) = SPACE
009230             OR SL-CC-VALUE-INVALID.
009240 1150-EDIT-NUMERIC-VALUE-EXIT.
009250     EXIT.
009260
009270 1155-EDIT-ONE-DIGIT.
009280     IF SL-CC-SCAN-POS > 8
009290         MOVE "N" TO SL-CC-VALID-SWITCH
009300         GO TO 1155-EDIT-ONE-DIGIT-EXIT
009310     END-IF
009320     IF SL-CC-VALUE (SL-CC-SCAN-POS:1) NUMERIC
009330         MOVE SL-CC-VALUE (SL-CC-SCAN-POS:1) TO SL-CC-DIGIT
009340         COMPUTE SL-CC-NUMBER =
009350             SL-CC-NUMBER * 10 + SL-CC-DIGIT
009360     ELSE
009370         MOVE "N" TO SL-CC-VALID-SWITCH
009380     END-IF.
009390 1155-EDIT-ONE-DIGIT-EXIT.
009400     EXIT.
009410
009420 1160-NOTE-BAD-CARD.
009430     DISPLAY "POSTSEL: SELECTION CARD NOT UNDERSTOOD: "
009440         SC-CARD-IMAGE (1:40)
009450     ADD 1 TO SL-BAD-CARD-COUNT
009460     IF SL-ECHO-COUNT > ZEROES
009470         MOVE "Y" TO SL-ECHO-BAD-SW (SL-ECHO-COUNT)
009480     END-IF.
009490 1160-NOTE-BAD-CARD-EXIT.
009500     EXIT.
009510
009520******************************************************************
009530*    1170-EDIT-DATE-VALUE                                        *
009540*    A DATE CARD MUST BE EIGHT DIGITS, CCYYMMDD, WITH A MONTH    *
009550*    OF 01-12 AND A DAY OF 01-31.                                *
009560******************************************************************
009570 1170-EDIT-DATE-VALUE.
009580     PERFORM 1150-EDIT-NUMERIC-VALUE
009590         THRU 1150-EDIT-NUMERIC-VALUE-EXIT
009600     IF SL-CC-VALUE-INVALID
009610         GO TO 1170-EDIT-DATE-VALUE-EXIT
009620     END-IF
009630     MOVE SL-CC-NUMBER TO SL-CC-DATE-WORK
009640     IF SL-CC-VALUE (9:1) NOT = SPACE
009650         OR SL-CC-VALUE (8:1) = SPACE
009660         OR SL-CC-DATE-CCYY < 1900
009670         OR SL-CC-DATE-MM < 1 OR SL-CC-DATE-MM > 12
009680         OR SL-CC-DATE-DD < 1 OR SL-CC-DATE-DD > 31
009690         MOVE "N" TO SL-CC-VALID-SWITCH
009700     END-IF.
009710 1170-EDIT-DATE-VALUE-EXIT.
009720     EXIT.
009730
009740******************************************************************
009750*    1300-ECHO-SELECTION-CARDS                                   *
009760*    LISTS THE CARDS AT THE HEAD OF THE LISTING, MARKING ANY     *
009770*    THAT WERE NOT UNDERSTOOD.                                   *
009780******************************************************************
009790 1300-ECHO-SELECTION-CARDS.
009800     MOVE SPACES TO SL-RPT-CARD-LINE
009810     IF SL-ECHO-COUNT = ZEROES
009820         MOVE "NO SELECTION CARDS - EVERY POST SELECTED"
009830             TO SL-RPT-CARD-TEXT
009840         WRITE SR-PRINT-LINE FROM SL-RPT-CARD-LINE
009850         ADD 1 TO SL-LINE-COUNT
009860     ELSE
009870         MOVE "SELECTION CARDS:" TO SL-RPT-CARD-TEXT
009880         WRITE SR-PRINT-LINE FROM SL-RPT-CARD-LINE
009890         ADD 1 TO SL-LINE-COUNT
009900         PERFORM 1310-ECHO-ONE-CARD
009910             THRU 1310-ECHO-ONE-CARD-EXIT
009920             VARYING SL-ECHO-SUB FROM 1 BY 1
009930             UNTIL SL-ECHO-SUB > SL-ECHO-COUNT
009940     END-IF
009950     WRITE SR-PRINT-LINE FROM SPACES
009960     ADD 1 TO SL-LINE-COUNT.
009970 1300-ECHO-SELECTION-CARDS-EXIT.
009980     EXIT.
009990
010000 1310-ECHO-ONE-CARD.
010010     IF SL-LINE-COUNT NOT LESS THAN SL-LINES-PER-PAGE
010020         PERFORM 3400-PRINT-PAGE-HEADERS
010030             THRU 3400-PRINT-PAGE-HEADERS-EXIT
010040     END-IF
010050     MOVE SPACES TO SL-RPT-CARD-LINE
010060     MOVE SL-ECHO-CARD (SL-ECHO-SUB) TO SL-RPT-CARD-TEXT
010070     IF SL-ECHO-CARD-BAD (SL-ECHO-SUB)
010080         MOVE "** NOT UNDERSTOOD **" TO SL-RPT-CARD-NOTE
010090     END-IF
010100     WRITE SR-PRINT-LINE FROM SL-RPT-CARD-LINE
010110     ADD 1 TO SL-LINE-COUNT.
010120 1310-ECHO-ONE-CARD-EXIT.
010130     EXIT.
010140
010150******************************************************************
010160*    2000-SELECT-POSTS  (SORT INPUT PROCEDURE)                   *
010170*    PASSES EVERY POST ON THE MASTER, THEN EVERY ARCHIVED POST   *
010180*    WHEN THE ARCHIVE WAS ASKED FOR, THROUGH THE FILTERS.        *
010190******************************************************************
010200 2000-SELECT-POSTS.
010210     PERFORM 2100-READ-MASTER-POST
010220         THRU 2100-READ-MASTER-POST-EXIT
010230         UNTIL SL-END-OF-POSTHIST
010240     IF SL-READ-ARCHIVE
010250         PERFORM 2150-READ-ARCHIVE-POST
010260             THRU 2150-READ-ARCHIVE-POST-EXIT
010270             UNTIL SL-END-OF-ARCHIVE
010280     END-IF.
010290 2000-SELECT-POSTS-EXIT.
010300     EXIT.
010310
010320 2100-READ-MASTER-POST.
010330     READ POST-HISTORY NEXT RECORD
010340         AT END
010350             MOVE "Y" TO SL-POSTHIST-EOF-SWITCH
010360             GO TO 2100-READ-MASTER-POST-EXIT
010370     END-READ
010380     ADD 1 TO SL-MASTER-READ
010390     MOVE "M" TO SL-POST-SOURCE
010400     PERFORM 2200-FILTER-POST
010410         THRU 2200-FILTER-POST-EXIT.
010420 2100-READ-MASTER-POST-EXIT.
010430     EXIT.
010440
010450 2150-READ-ARCHIVE-POST.
010460     READ HISTORY-ARCHIVE INTO POST-HISTORY-RECORD
010470         AT END
010480             MOVE "Y" TO SL-PHARCH-EOF-SWITCH
010490             GO TO 2150-READ-ARCHIVE-POST-EXIT
010500     END-READ
010510     ADD 1 TO SL-ARCHIVE-READ
010520     MOVE "A" TO SL-POST-SOURCE
010530     PERFORM 2200-FILTER-POST
010540         THRU 2200-FILTER-POST-EXIT.
010550 2150-READ-ARCHIVE-POST-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590*    2200-FILTER-POST                                            *
010600*    APPLIES THE FILTERS CHEAPEST FIRST; THE FIRST ONE THAT      *
010610*    FAILS DROPS THE POST.  THE AUTHOR-MASTER READ IS NEEDED     *
010620*    FOR THE STATUS FILTER AND THE NAME, THE ENGAGE-HISTORY      *
010630*    READ ONLY FOR A POST THAT SURVIVES.  A POST WHOSE PUBLISH   *
010640*    DATE IS NOT NUMERIC FAILS ANY DATE RANGE.                   *
010650******************************************************************
010660 2200-FILTER-POST.
010670     IF PH-PUBLISH-DATE NUMERIC
010680         COMPUTE SL-PUB-DATE-NUM =
010690             PH-PUB-YEAR * 10000 + PH-PUB-MONTH * 100 + PH-PUB-DAY
010700     ELSE
010710         MOVE ZEROES TO SL-PUB-DATE-NUM
010720     END-IF
010730     IF SL-PUB-DATE-NUM < SL-FROM-DATE
010740         OR SL-PUB-DATE-NUM > SL-TO-DATE
010750         GO TO 2200-FILTER-POST-EXIT
010760     END-IF
010770     IF SL-TO-DATE NOT = 99999999
010780         AND SL-PUB-DATE-NUM = ZEROES
010790         GO TO 2200-FILTER-POST-EXIT
010800     END-IF
010810     IF PH-WORD-COUNT NOT NUMERIC
010820         OR PH-WORD-COUNT < SL-MIN-WORDS
010830         OR PH-WORD-COUNT > SL-MAX-WORDS
010840         GO TO 2200-FILTER-POST-EXIT
010850     END-IF
010860     IF SL-RETRACT-ONLY AND NOT PH-RETRACTED
010870         GO TO 2200-FILTER-POST-EXIT
010880     END-IF
010890     IF SL-RETRACT-EXCLUDED AND PH-RETRACTED
010900         GO TO 2200-FILTER-POST-EXIT
010910     END-IF
010920     IF SL-REASON-SEL-COUNT > ZEROES
010930         IF NOT PH-RETRACTED
010940             GO TO 2200-FILTER-POST-EXIT
010950         END-IF
010960         MOVE "N" TO SL-MATCH-SWITCH
010970         PERFORM 2230-MATCH-REASON
010980             THRU 2230-MATCH-REASON-EXIT
010990             VARYING SL-SEL-SUB FROM 1 BY 1
011000             UNTIL SL-SEL-SUB > SL-REASON-SEL-COUNT
011010                 OR SL-VALUE-MATCHED
011020         IF NOT SL-VALUE-MATCHED
011030             GO TO 2200-FILTER-POST-EXIT
011040         END-IF
011050     END-IF
011060     IF SL-CATEGORY-SEL-COUNT > ZEROES
011070         MOVE "N" TO SL-MATCH-SWITCH
011080         PERFORM 2220-MATCH-CATEGORY
011090             THRU 2220-MATCH-CATEGORY-EXIT
011100             VARYING SL-SEL-SUB FROM 1 BY 1
011110             UNTIL SL-SEL-SUB > SL-CATEGORY-SEL-COUNT
011120                 OR SL-VALUE-MATCHED
011130         IF NOT SL-VALUE-MATCHED
011140             GO TO 2200-FILTER-POST-EXIT
011150         END-IF
011160     END-IF
011170     IF SL-AUTHOR-SEL-COUNT > ZEROES
011180         MOVE "N" TO SL-MATCH-SWITCH
011190         PERFORM 2210-MATCH-AUTHOR
011200             THRU 2210-MATCH-AUTHOR-EXIT
011210             VARYING SL-SEL-SUB FROM 1 BY 1
011220             UNTIL SL-SEL-SUB > SL-AUTHOR-SEL-COUNT
011230                 OR SL-VALUE-MATCHED
011240         IF NOT SL-VALUE-MATCHED
011250             GO TO 2200-FILTER-POST-EXIT
011260         END-IF
011270     END-IF
011280     EVALUATE TRUE
011290         WHEN SL-COBYL-ANY
011300             IF PH-CO-AUTHOR-ID (1) = SPACES
011310                 AND PH-CO-AUTHOR-ID (2) = SPACES
011320                 GO TO 2200-FILTER-POST-EXIT
011330             END-IF
011340         WHEN SL-COBYL-NONE
011350             IF PH-CO-AUTHOR-ID (1) NOT = SPACES
011360                 OR PH-CO-AUTHOR-ID (2) NOT = SPACES
011370                 GO TO 2200-FILTER-POST-EXIT
011380             END-IF
011390         WHEN SL-COBYL-LISTED
011400             MOVE "N" TO SL-MATCH-SWITCH
011410             PERFORM 2240-MATCH-COBYLINE
011420                 THRU 2240-MATCH-COBYLINE-EXIT
011430                 VARYING SL-SEL-SUB FROM 1 BY 1
011440                 UNTIL SL-SEL-SUB > SL-COBYL-SEL-COUNT
011450                     OR SL-VALUE-MATCHED
011460             IF NOT SL-VALUE-MATCHED
011470                 GO TO 2200-FILTER-POST-EXIT
011480             END-IF
011490     END-EVALUATE
011500     PERFORM 2300-LOOK-UP-AUTHOR
011510         THRU 2300-LOOK-UP-AUTHOR-EXIT
011520     IF SL-STATUS-SEL-COUNT > ZEROES
011530         MOVE "N" TO SL-MATCH-SWITCH
011540         PERFORM 2250-MATCH-STATUS
011550             THRU 2250-MATCH-STATUS-EXIT
011560             VARYING SL-SEL-SUB FROM 1 BY 1
011570             UNTIL SL-SEL-SUB > SL-STATUS-SEL-COUNT
011580                 OR SL-VALUE-MATCHED
011590         IF NOT SL-VALUE-MATCHED
011600             GO TO 2200-FILTER-POST-EXIT
011610         END-IF
011620     END-IF
011630     PERFORM 2350-LOOK-UP-VIEWS
011640         THRU 2350-LOOK-UP-VIEWS-EXIT
011650     PERFORM 2400-RELEASE-POST
011660         THRU 2400-RELEASE-POST-EXIT.
011670 2200-FILTER-POST-EXIT.
011680     EXIT.
011690
011700 2210-MATCH-AUTHOR.
011710     IF PH-AUTHOR-ID = SL-AUTHOR-SEL (SL-SEL-SUB)
011720         MOVE "Y" TO SL-MATCH-SWITCH
011730     END-IF.
011740 2210-MATCH-AUTHOR-EXIT.
011750     EXIT.
011760
011770 2220-MATCH-CATEGORY.
011780     IF PH-CATEGORY-CODE = SL-CATEGORY-SEL (SL-SEL-SUB)
011790         MOVE "Y" TO SL-MATCH-SWITCH
011800     END-IF.
011810 2220-MATCH-CATEGORY-EXIT.
011820     EXIT.
011830
011840 2230-MATCH-REASON.
011850     IF PH-RETRACT-REASON = SL-REASON-SEL (SL-SEL-SUB)
011860         MOVE "Y" TO SL-MATCH-SWITCH
011870     END-IF.
011880 2230-MATCH-REASON-EXIT.
011890     EXIT.
011900
011910 2240-MATCH-COBYLINE.
011920     IF PH-CO-AUTHOR-ID (1) = SL-COBYL-SEL (SL-SEL-SUB)
011930         OR PH-CO-AUTHOR-ID (2) = SL-COBYL-SEL (SL-SEL-SUB)
011940         MOVE "Y" TO SL-MATCH-SWITCH
011950     END-IF.
011960 2240-MATCH-COBYLINE-EXIT.
011970     EXIT.
011980
011990 2250-MATCH-STATUS.
012000     IF SL-AUTHOR-STATUS = SL-STATUS-SEL (SL-SEL-SUB)
012010         MOVE "Y" TO SL-MATCH-SWITCH
012020     END-IF.
012030 2250-MATCH-STATUS-EXIT.
012040     EXIT.
012050
012060******************************************************************
012070*    2300-LOOK-UP-AUTHOR                                         *
012080*    NAME AND STATUS FROM AUTHOR-MASTER.  A SPACE STATUS ON AN   *
012090*    OLDER RECORD MEANS ACTIVE.  AN AUTHOR NO LONGER ON THE      *
012100*    MASTER HAS NO STATUS, SO FAILS ANY STATUS FILTER.           *
012110******************************************************************
012120 2300-LOOK-UP-AUTHOR.
012130     MOVE PH-AUTHOR-ID TO AR-AUTHOR-ID
012140     READ AUTHOR-MASTER
012150         INVALID KEY
012160             MOVE "NOT ON AUTHOR MASTER" TO SL-AUTHOR-NAME
012170             MOVE "?" TO SL-AUTHOR-STATUS
012180             GO TO 2300-LOOK-UP-AUTHOR-EXIT
012190     END-READ
012200     MOVE AR-NAME TO SL-AUTHOR-NAME
012210     IF AR-STATUS-CODE = SPACE
012220         MOVE "A" TO SL-AUTHOR-STATUS
012230     ELSE
012240         MOVE AR-STATUS-CODE TO SL-AUTHOR-STATUS
012250     END-IF.
012260 2300-LOOK-UP-AUTHOR-EXIT.
012270     EXIT.
012280
012290 2350-LOOK-UP-VIEWS.
012300     MOVE ZEROES TO SL-LIFETIME-VIEWS
012310     IF NOT SL-ENGHIST-OPEN
012320         GO TO 2350-LOOK-UP-VIEWS-EXIT
012330     END-IF
012340     MOVE PH-POST-ID TO EH-POST-ID
012350     READ ENGAGE-HISTORY
012360         INVALID KEY
012370             ADD 1 TO SL-NO-ENGAGEMENT
012380             GO TO 2350-LOOK-UP-VIEWS-EXIT
012390     END-READ
012400     MOVE EH-LIFETIME-VIEWS TO SL-LIFETIME-VIEWS.
012410 2350-LOOK-UP-VIEWS-EXIT.
012420     EXIT.
012430
012440******************************************************************
012450*    2400-RELEASE-POST                                           *
012460*    BUILDS THE SORT KEYS FOR THE SELECTED POST AND RELEASES     *
012470*    IT TO THE SORT.                                             *
012480******************************************************************
012490 2400-RELEASE-POST.
012500     ADD 1 TO SL-POSTS-SELECTED
012510     IF SL-AUTHOR-STATUS = "?"
012520         ADD 1 TO SL-NOT-ON-MASTER
012530     END-IF
012540     MOVE SPACES TO SW-SORT-RECORD
012550     MOVE SL-PUB-CCYY TO SL-PMK-CCYY
012560     MOVE SL-PUB-MM   TO SL-PMK-MM
012570     EVALUATE TRUE
012580         WHEN SL-SUBTOTAL-BY-AUTHOR
012590             MOVE PH-AUTHOR-ID     TO SW-MAJOR-KEY
012600         WHEN SL-SUBTOTAL-BY-CATEGORY
012610             MOVE PH-CATEGORY-CODE TO SW-MAJOR-KEY
012620         WHEN SL-SUBTOTAL-BY-MONTH
012630             MOVE SL-PUB-MONTH-KEY TO SW-MAJOR-KEY
012640     END-EVALUATE
012650     EVALUATE TRUE
012660         WHEN SL-SORT-BY-POST
012670             MOVE PH-POST-ID       TO SW-MINOR-KEY
012680         WHEN SL-SORT-BY-AUTHOR
012690             MOVE PH-AUTHOR-ID     TO SW-MINOR-KEY
012700         WHEN SL-SORT-BY-CATEGORY
012710             MOVE PH-CATEGORY-CODE TO SW-MINOR-KEY
012720         WHEN SL-SORT-BY-DATE
012730             MOVE SL-PUB-DATE-NUM  TO SW-MINOR-KEY
012740         WHEN SL-SORT-BY-WORDS
012750             MOVE PH-WORD-COUNT    TO SL-WORDS-KEY
012760             MOVE SL-WORDS-KEY     TO SW-MINOR-KEY
012770         WHEN SL-SORT-BY-VIEWS
012780             MOVE SL-LIFETIME-VIEWS TO SL-WORDS-KEY
012790             MOVE SL-WORDS-KEY     TO SW-MINOR-KEY
012800     END-EVALUATE
012810     MOVE PH-POST-ID          TO SW-POST-ID
012820     MOVE SL-POST-SOURCE      TO SW-SOURCE
012830     MOVE POST-HISTORY-RECORD TO SW-POST-DATA
012840     MOVE SL-AUTHOR-NAME      TO SW-AUTHOR-NAME
012850     MOVE SL-AUTHOR-STATUS    TO SW-AUTHOR-STATUS
012860     MOVE SL-LIFETIME-VIEWS   TO SW-LIFETIME-VIEWS
012870     RELEASE SW-SORT-RECORD.
012880 2400-RELEASE-POST-EXIT.
012890     EXIT.
012900
012910******************************************************************
012920*    3000-PRINT-SELECTION  (SORT OUTPUT PROCEDURE)               *
012930*    LISTS AND EXTRACTS THE SORTED POSTS, WITH A SUBTOTAL AT     *
012940*    EACH CHANGE OF GROUP AND THE GRAND TOTAL AND RUN COUNTS     *
012950*    AT THE END.                                                 *
012960******************************************************************
012970 3000-PRINT-SELECTION.
012980     PERFORM 3050-WRITE-EXTRACT-HEADING
012990         THRU 3050-WRITE-EXTRACT-HEADING-EXIT
013000     IF SL-LINE-COUNT + 2 > SL-LINES-PER-PAGE
013010         PERFORM 3400-PRINT-PAGE-HEADERS
013020             THRU 3400-PRINT-PAGE-HEADERS-EXIT
013030     END-IF
013040     WRITE SR-PRINT-LINE FROM SL-RPT-HEADER-3
013050     ADD 1 TO SL-LINE-COUNT
013060     PERFORM 3100-RETURN-ONE-POST
013070         THRU 3100-RETURN-ONE-POST-EXIT
013080         UNTIL SL-END-OF-SORT
013090     IF NOT SL-SUBTOTAL-NONE AND NOT SL-FIRST-GROUP
013100         PERFORM 3300-PRINT-SUBTOTAL
013110             THRU 3300-PRINT-SUBTOTAL-EXIT
013120     END-IF
013130     PERFORM 3500-PRINT-RUN-TOTALS
013140         THRU 3500-PRINT-RUN-TOTALS-EXIT.
013150 3000-PRINT-SELECTION-EXIT.
013160     EXIT.
013170
013180 3050-WRITE-EXTRACT-HEADING.
013190     MOVE SL-XT-HEADING-1 TO SX-EXTRACT-LINE
013200     IF SL-DELIMITER NOT = ","
013210         INSPECT SX-EXTRACT-LINE
013220             REPLACING ALL "," BY SL-DELIMITER
013230     END-IF
013240     WRITE SX-EXTRACT-LINE.
013250 3050-WRITE-EXTRACT-HEADING-EXIT.
013260     EXIT.
013270
013280 3100-RETURN-ONE-POST.
013290     RETURN SORT-WORK
013300         AT END
013310             MOVE "Y" TO SL-SORT-EOF-SWITCH
013320             GO TO 3100-RETURN-ONE-POST-EXIT
013330     END-RETURN
013340     MOVE SW-POST-DATA TO POST-HISTORY-RECORD
013350     IF NOT SL-SUBTOTAL-NONE
013360         IF SL-FIRST-GROUP
013370             MOVE "N" TO SL-FIRST-GROUP-SWITCH
013380             MOVE SW-MAJOR-KEY TO SL-PRIOR-MAJOR-KEY
013390         ELSE
013400             IF SW-MAJOR-KEY NOT = SL-PRIOR-MAJOR-KEY
013410                 PERFORM 3300-PRINT-SUBTOTAL
013420                     THRU 3300-PRINT-SUBTOTAL-EXIT
013430                 MOVE SW-MAJOR-KEY TO SL-PRIOR-MAJOR-KEY
013440             END-IF
013450         END-IF
013460     END-IF
013470     PERFORM 3200-PRINT-DETAIL-LINE
013480         THRU 3200-PRINT-DETAIL-LINE-EXIT
013490     PERFORM 3250-WRITE-EXTRACT-ROW
013500         THRU 3250-WRITE-EXTRACT-ROW-EXIT
013510     ADD 1                 TO SL-GRP-POSTS
013520     ADD PH-WORD-COUNT     TO SL-GRP-WORDS
013530     ADD SW-LIFETIME-VIEWS TO SL-GRP-VIEWS
013540     ADD 1                 TO SL-TOT-POSTS
013550     ADD PH-WORD-COUNT     TO SL-TOT-WORDS
013560     ADD SW-LIFETIME-VIEWS TO SL-TOT-VIEWS.
013570 3100-RETURN-ONE-POST-EXIT.
013580     EXIT.
013590
013600 3200-PRINT-DETAIL-LINE.
013610     IF SL-LINE-COUNT NOT LESS THAN SL-LINES-PER-PAGE
013620         PERFORM 3400-PRINT-PAGE-HEADERS
013630             THRU 3400-PRINT-PAGE-HEADERS-EXIT
013640         WRITE SR-PRINT-LINE FROM SL-RPT-HEADER-3
013650         ADD 1 TO SL-LINE-COUNT
013660     END-IF
013670     MOVE PH-POST-ID          TO SL-RPT-POST-ID
013680     IF PH-PUBLISH-DATE NUMERIC
013690         MOVE PH-PUB-MONTH    TO SL-RPT-PUB-MM
013700         MOVE PH-PUB-DAY      TO SL-RPT-PUB-DD
013710         MOVE PH-PUB-YEAR     TO SL-RPT-PUB-CCYY
013720     ELSE
013730         MOVE ZEROES          TO SL-RPT-PUB-MM
013740         MOVE ZEROES          TO SL-RPT-PUB-DD
013750         MOVE ZEROES          TO SL-RPT-PUB-CCYY
013760     END-IF
013770     MOVE PH-AUTHOR-ID        TO SL-RPT-AUTHOR-ID
013780     MOVE SW-AUTHOR-NAME      TO SL-RPT-NAME
013790     MOVE SW-AUTHOR-STATUS    TO SL-RPT-STATUS
013800     MOVE PH-CATEGORY-CODE    TO SL-RPT-CATEGORY
013810     MOVE PH-WORD-COUNT       TO SL-RPT-WORDS
013820     MOVE SW-LIFETIME-VIEWS   TO SL-RPT-VIEWS
013830     MOVE PH-RETRACT-FLAG     TO SL-RPT-RETRACT-FLAG
013840     MOVE PH-RETRACT-REASON   TO SL-RPT-RETRACT-REASON
013850     MOVE PH-CO-AUTHOR-ID (1) TO SL-RPT-CO-AUTHOR-1
013860     MOVE PH-CO-AUTHOR-ID (2) TO SL-RPT-CO-AUTHOR-2
013870     MOVE SW-SOURCE           TO SL-RPT-SOURCE
013880     MOVE PH-TITLE            TO SL-RPT-TITLE-TEXT
013890     WRITE SR-PRINT-LINE FROM SL-RPT-DETAIL-LINE
013900     ADD 1 TO SL-LINE-COUNT.
013910 3200-PRINT-DETAIL-LINE-EXIT.
013920     EXIT.
013930
013940******************************************************************
013950*    3250-WRITE-EXTRACT-ROW                                      *
013960*    ONE DELIMITED ROW PER POST, IN THE COLUMN ORDER OF THE      *
013970*    HEADING ROW.                                                *
013980******************************************************************
013990 3250-WRITE-EXTRACT-ROW.
014000     MOVE PH-TITLE TO SL-XT-TITLE
014010     INSPECT SL-XT-TITLE REPLACING ALL QUOTE BY "'"
014020     MOVE SL-RPT-PUB-MM   TO SL-XT-DATE-MM
014030     MOVE SL-RPT-PUB-DD   TO SL-XT-DATE-DD
014040     MOVE SL-RPT-PUB-CCYY TO SL-XT-DATE-CCYY
014050     MOVE SPACES TO SX-EXTRACT-LINE
014060     MOVE 1 TO SL-XT-POINTER
014070     STRING PH-POST-ID          DELIMITED BY SPACE
014080            SL-DELIMITER        DELIMITED BY SIZE
014090            QUOTE               DELIMITED BY SIZE
014100            SL-XT-TITLE         DELIMITED BY "  "
014110            QUOTE               DELIMITED BY SIZE
014120            SL-DELIMITER        DELIMITED BY SIZE
014130            SL-XT-DATE          DELIMITED BY SIZE
014140            SL-DELIMITER        DELIMITED BY SIZE
014150            PH-AUTHOR-ID        DELIMITED BY SPACE
014160            SL-DELIMITER        DELIMITED BY SIZE
014170            QUOTE               DELIMITED BY SIZE
014180            SW-AUTHOR-NAME      DELIMITED BY "  "
014190            QUOTE               DELIMITED BY SIZE
014200            SL-DELIMITER        DELIMITED BY SIZE
014210            SW-AUTHOR-STATUS    DELIMITED BY SIZE
014220            SL-DELIMITER        DELIMITED BY SIZE
014230            PH-CATEGORY-CODE    DELIMITED BY SPACE
014240            SL-DELIMITER        DELIMITED BY SIZE
014250            PH-WORD-COUNT       DELIMITED BY SIZE
014260            SL-DELIMITER        DELIMITED BY SIZE
014270            SW-LIFETIME-VIEWS   DELIMITED BY SIZE
014280            SL-DELIMITER        DELIMITED BY SIZE
014290         INTO SX-EXTRACT-LINE
014300         WITH POINTER SL-XT-POINTER
014310     END-STRING
014320     IF PH-RETRACTED
014330         MOVE PH-RETRACT-DATE TO SL-XT-RETRACT-DATE
014340         MOVE SL-XT-RTR-MM    TO SL-XT-DATE-MM
014350         MOVE SL-XT-RTR-DD    TO SL-XT-DATE-DD
014360         MOVE SL-XT-RTR-CCYY  TO SL-XT-DATE-CCYY
014370         STRING "Y"               DELIMITED BY SIZE
014380                SL-DELIMITER      DELIMITED BY SIZE
014390                SL-XT-DATE        DELIMITED BY SIZE
014400                SL-DELIMITER      DELIMITED BY SIZE
014410                PH-RETRACT-REASON DELIMITED BY SPACE
014420                SL-DELIMITER      DELIMITED BY SIZE
014430             INTO SX-EXTRACT-LINE
014440             WITH POINTER SL-XT-POINTER
014450         END-STRING
014460     ELSE
014470         STRING "N"               DELIMITED BY SIZE
014480                SL-DELIMITER      DELIMITED BY SIZE
014490                SL-DELIMITER      DELIMITED BY SIZE
014500                SL-DELIMITER      DELIMITED BY SIZE
014510             INTO SX-EXTRACT-LINE
014520             WITH POINTER SL-XT-POINTER
014530         END-STRING
014540     END-IF
014550     STRING PH-SHARE-PCT        DELIMITED BY SIZE
014560            SL-DELIMITER        DELIMITED BY SIZE
014570            PH-CO-AUTHOR-ID (1) DELIMITED BY SPACE
014580            SL-DELIMITER        DELIMITED BY SIZE
014590            PH-CO-SHARE-PCT (1) DELIMITED BY SIZE
014600            SL-DELIMITER        DELIMITED BY SIZE
014610            PH-CO-AUTHOR-ID (2) DELIMITED BY SPACE
014620            SL-DELIMITER        DELIMITED BY SIZE
014630            PH-CO-SHARE-PCT (2) DELIMITED BY SIZE
014640            SL-DELIMITER        DELIMITED BY SIZE
014650         INTO SX-EXTRACT-LINE
014660         WITH POINTER SL-XT-POINTER
014670     END-STRING
014680     IF SW-FROM-ARCHIVE
014690         STRING "ARCHIVE" DELIMITED BY SIZE
014700             INTO SX-EXTRACT-LINE
014710             WITH POINTER SL-XT-POINTER
014720         END-STRING
014730     ELSE
014740         STRING "MASTER" DELIMITED BY SIZE
014750             INTO SX-EXTRACT-LINE
014760             WITH POINTER SL-XT-POINTER
014770         END-STRING
014780     END-IF
014790     WRITE SX-EXTRACT-LINE.
014800 3250-WRITE-EXTRACT-ROW-EXIT.
014810     EXIT.
014820
014830******************************************************************
014840*    3300-PRINT-SUBTOTAL                                         *
014850*    PRINTS AND CLEARS THE GROUP JUST FINISHED.                  *
014860******************************************************************
014870 3300-PRINT-SUBTOTAL.
014880     IF SL-LINE-COUNT + 2 > SL-LINES-PER-PAGE
014890         PERFORM 3400-PRINT-PAGE-HEADERS
014900             THRU 3400-PRINT-PAGE-HEADERS-EXIT
014910     END-IF
014920     EVALUATE TRUE
014930         WHEN SL-SUBTOTAL-BY-AUTHOR
014940             MOVE "AUTHOR   " TO SL-RPT-SUB-LABEL
014950         WHEN SL-SUBTOTAL-BY-CATEGORY
014960             MOVE "CATEGORY " TO SL-RPT-SUB-LABEL
014970         WHEN SL-SUBTOTAL-BY-MONTH
014980             MOVE "MONTH    " TO SL-RPT-SUB-LABEL
014990     END-EVALUATE
015000     MOVE SL-PRIOR-MAJOR-KEY TO SL-RPT-SUB-KEY
015010     MOVE SL-GRP-POSTS       TO SL-RPT-SUB-POSTS
015020     MOVE SL-GRP-WORDS       TO SL-RPT-SUB-WORDS
015030     MOVE SL-GRP-VIEWS       TO SL-RPT-SUB-VIEWS
015040     WRITE SR-PRINT-LINE FROM SL-RPT-SUBTOTAL-LINE
015050     WRITE SR-PRINT-LINE FROM SPACES
015060     ADD 2 TO SL-LINE-COUNT
015070     MOVE ZEROES TO SL-GRP-POSTS
015080     MOVE ZEROES TO SL-GRP-WORDS
015090     MOVE ZEROES TO SL-GRP-VIEWS.
015100 3300-PRINT-SUBTOTAL-EXIT.
015110     EXIT.
015120
015130 3400-PRINT-PAGE-HEADERS.
015140     ADD 1 TO SL-PAGE-COUNT
015150     MOVE SL-PAGE-COUNT   TO SL-RPT-PAGE-NO
015160     MOVE SL-CURR-MONTH   TO SL-RPT-RUN-MONTH
015170     MOVE SL-CURR-DAY     TO SL-RPT-RUN-DAY
015180     MOVE SL-CURR-YEAR    TO SL-RPT-RUN-YEAR
015190     MOVE SL-REPORT-TITLE TO SL-RPT-TITLE
015200     IF SL-PAGE-COUNT > 1
015210         WRITE SR-PRINT-LINE FROM SPACES
015220     END-IF
015230     WRITE SR-PRINT-LINE FROM SL-RPT-HEADER-1
015240     WRITE SR-PRINT-LINE FROM SL-RPT-HEADER-2
015250     WRITE SR-PRINT-LINE FROM SPACES
015260     MOVE 3 TO SL-LINE-COUNT.
015270 3400-PRINT-PAGE-HEADERS-EXIT.
015280     EXIT.
015290
015300******************************************************************
015310*    3500-PRINT-RUN-TOTALS                                       *
015320******************************************************************
015330 3500-PRINT-RUN-TOTALS.
015340     IF SL-LINE-COUNT + 8 > SL-LINES-PER-PAGE
015350         PERFORM 3400-PRINT-PAGE-HEADERS
015360             THRU 3400-PRINT-PAGE-HEADERS-EXIT
015370     END-IF
015380     MOVE "TOTAL    "  TO SL-RPT-SUB-LABEL
015390     MOVE SPACES       TO SL-RPT-SUB-KEY
015400     MOVE SL-TOT-POSTS TO SL-RPT-SUB-POSTS
015410     MOVE SL-TOT-WORDS TO SL-RPT-SUB-WORDS
015420     MOVE SL-TOT-VIEWS TO SL-RPT-SUB-VIEWS
015430     WRITE SR-PRINT-LINE FROM SPACES
015440     WRITE SR-PRINT-LINE FROM SL-RPT-SUBTOTAL-LINE
015450     MOVE SL-MASTER-READ    TO SL-RPT-TOT-MASTER
015460     MOVE SL-ARCHIVE-READ   TO SL-RPT-TOT-ARCHIVE
015470     MOVE SL-POSTS-SELECTED TO SL-RPT-TOT-SELECTED
015480     MOVE SL-NOT-ON-MASTER  TO SL-RPT-TOT-NOT-ON
015490     MOVE SL-NO-ENGAGEMENT  TO SL-RPT-TOT-NO-ENG
015500     WRITE SR-PRINT-LINE FROM SPACES
015510     WRITE SR-PRINT-LINE FROM SL-RPT-TOTAL-LINE-1
015520     WRITE SR-PRINT-LINE FROM SL-RPT-TOTAL-LINE-2
015530     WRITE SR-PRINT-LINE FROM SL-RPT-TOTAL-LINE-3
015540     WRITE SR-PRINT-LINE FROM SL-RPT-TOTAL-LINE-4
015550     WRITE SR-PRINT-LINE FROM SL-RPT-TOTAL-LINE-5.
015560 3500-PRINT-RUN-TOTALS-EXIT.
015570     EXIT.
015580
015590 9999-TERMINATE.
015600     IF SL-POSTHIST-OK OR SL-POSTHIST-EOF
015610         CLOSE POST-HISTORY
015620     END-IF
015630     IF SL-PHARCH-OPEN
015640         CLOSE HISTORY-ARCHIVE
015650     END-IF
015660     IF SL-AUTHMST-OPEN
015670         CLOSE AUTHOR-MASTER
015680     END-IF
015690     IF SL-ENGHIST-OPEN
015700         CLOSE ENGAGE-HISTORY
015710     END-IF
015720     IF SL-SELXTRC-OK
015730         CLOSE SELECTION-EXTRACT
015740     END-IF
015750     IF SL-SELRPT-OK
015760         CLOSE SELECTION-REPORT
015770     END-IF.
015780 9999-TERMINATE-EXIT.
015790     EXIT.
