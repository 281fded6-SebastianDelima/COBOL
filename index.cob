000770*                     CYCLE: ONTO THE CMS EXPORT POST ROW, THE    *
000780*                     POST-HISTORY MASTER, AND THE PENDING-       *
000790*                     POSTS HOLDING FILE (NOW 86 BYTES).          *
000800*    2026-10-15  SDL  SERIES CODE AND PART NUMBER, EDITED        *
000810*                     UPSTREAM BY BLOGEDIT AGAINST THE SERIES    *
000820*                     REFERENCE FILE, ARE NOW CARRIED ONTO THE   *
000830*                     CMS EXPORT POST ROW, POST-HISTORY, AND THE *
000840*                     PENDING-POSTS HOLDING FILE (NOW 115 BYTES).*
000850*                     A STAND-ALONE POST CARRIES PART 00.        *
000860*    2026-10-15  SDL  POST-HISTORY NOW CARRIES ITS AUTHOR/DATE   *
000870*                     AND PUBLISH-DATE ALTERNATE KEYS.  8300     *
000880*                     SETS THE KEY FIELDS FROM THE AUTHOR ID AND *
000890*                     PUBLISH DATE ON EVERY WRITE AND REWRITE,   *
000900*                     SO BOTH INDEXES STAY IN STEP WITH THE      *
000910*                     MASTER.                                    *
000920******************************************************************
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID.     BLOGPOST.
000950 AUTHOR.         SEBASTIAN DE LIMA.
000960 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000970 DATE-WRITTEN.   2026-08-09.
000980 DATE-COMPILED.  2026-08-09.
000990
001000******************************************************************
001010*    ENVIRONMENT DIVISION                                       *
001020******************************************************************
001030 ENVIRONMENT DIVISION.
001040
001050 CONFIGURATION SECTION.
001060 SOURCE-COMPUTER.    MACBOOK-PRO.
001070 OBJECT-COMPUTER.    MACBOOK-PRO.
001080
001090 INPUT-OUTPUT SECTION.
001100 FILE-CONTROL.
001110     SELECT AUTHOR-MASTER   ASSIGN TO AUTHMST
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS SEQUENTIAL
001140         RECORD KEY IS AR-AUTHOR-ID
001150         FILE STATUS IS BP-AUTHMST-STATUS.
001160
001170     SELECT BLOG-POST-FILE   ASSIGN TO BLOGTRN
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         ACCESS MODE IS SEQUENTIAL
001200         FILE STATUS IS BP-BLOGTRN-STATUS.
001210
001220     SELECT ROSTER-REPORT   ASSIGN TO ROSTRPT
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         ACCESS MODE IS SEQUENTIAL
001250         FILE STATUS IS BP-ROSTRPT-STATUS.
001260
001270     SELECT AUDIT-LOG        ASSIGN TO AUDITLOG
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         ACCESS MODE IS SEQUENTIAL
001300         FILE STATUS IS BP-AUDITLOG-STATUS.
001310
001320     SELECT RESTART-FILE     ASSIGN TO RESTFILE
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         ACCESS MODE IS SEQUENTIAL
001350         FILE STATUS IS BP-RESTFILE-STATUS.
001360
001370     SELECT CMS-EXPORT       ASSIGN TO CMSEXPRT
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         ACCESS MODE IS SEQUENTIAL
001400         FILE STATUS IS BP-CMSEXPRT-STATUS.
001410
001420     SELECT POST-HISTORY     ASSIGN TO POSTHIST
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS RANDOM
001450         RECORD KEY IS PH-POST-ID
001460         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
001470             WITH DUPLICATES
001480         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
001490             WITH DUPLICATES
001500         FILE STATUS IS BP-POSTHIST-STATUS.
001510
001520     SELECT PENDING-IN       ASSIGN TO PENDIN
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         ACCESS MODE IS SEQUENTIAL
001550         FILE STATUS IS BP-PENDIN-STATUS.
001560
001570     SELECT PENDING-OUT      ASSIGN TO PENDOUT
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         ACCESS MODE IS SEQUENTIAL
001600         FILE STATUS IS BP-PENDOUT-STATUS.
001610
001620     SELECT SCHEDULE-REPORT  ASSIGN TO SCHDRPT
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         ACCESS MODE IS SEQUENTIAL
001650         FILE STATUS IS BP-SCHDRPT-STATUS.
001660
001670     SELECT CONTROL-CARDS    ASSIGN TO CTLCARDS
001680         ORGANIZATION IS LINE SEQUENTIAL
001690         ACCESS MODE IS SEQUENTIAL
001700         FILE STATUS IS BP-CTLCARDS-STATUS.
001710
001720     SELECT CONTROL-TOTALS   ASSIGN TO CTLTOTS
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         ACCESS MODE IS SEQUENTIAL
001750         FILE STATUS IS BP-CTLTOTS-STATUS.
001760
001770     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         ACCESS MODE IS SEQUENTIAL
001800         FILE STATUS IS BP-NIGHTLOG-STATUS.
001810
001820******************************************************************
001830*    DATA DIVISION                                              *
001840******************************************************************
001850 DATA DIVISION.
001860
001870 FILE SECTION.
001880 FD  AUTHOR-MASTER
001890     LABEL RECORDS ARE STANDARD.
001900     COPY AUTHREC.
001910
001920 FD  BLOG-POST-FILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY BLOGREC.
001950
001960 FD  ROSTER-REPORT
001970     LABEL RECORDS ARE STANDARD.
001980 01  RR-PRINT-LINE               PIC X(80).
001990
002000 FD  AUDIT-LOG
002010     LABEL RECORDS ARE STANDARD.
002020     COPY AUDREC.
002030
002040 FD  RESTART-FILE
002050     LABEL RECORDS ARE STANDARD.
002060     COPY CHKREC.
002070
002080 FD  CMS-EXPORT
002090     LABEL RECORDS ARE STANDARD.
002100 01  CE-EXPORT-LINE              PIC X(132).
002110
002120 FD  POST-HISTORY
002130     LABEL RECORDS ARE STANDARD.
002140     COPY PHISTREC.
002150
002160 FD  PENDING-IN
002170     LABEL RECORDS ARE STANDARD.
002180 01  PI-PENDING-RECORD           PIC X(115).
002190
002200 FD  PENDING-OUT
002210     LABEL RECORDS ARE STANDARD.
002220 01  PO-PENDING-RECORD           PIC X(115).
002230
002240 FD  SCHEDULE-REPORT
002250     LABEL RECORDS ARE STANDARD.
002260 01  SR-PRINT-LINE               PIC X(132).
002270
002280 FD  CONTROL-CARDS
002290     LABEL RECORDS ARE STANDARD.
002300 01  CC-CARD-IMAGE               PIC X(80).
002310
002320 FD  CONTROL-TOTALS
002330     LABEL RECORDS ARE STANDARD.
002340     COPY CTLREC.
002350
002360 FD  NIGHT-LOG
002370     LABEL RECORDS ARE STANDARD.
002380     COPY NSUMREC.
002390
002400 WORKING-STORAGE SECTION.
002410******************************************************************
002420*    FILE STATUS SWITCHES                                       *
002430******************************************************************
002440 01  BP-AUTHMST-STATUS       PIC X(02).
002450     88  BP-AUTHMST-OK               VALUE "00".
002460     88  BP-AUTHMST-EOF              VALUE "10".
002470
002480 01  BP-BLOGTRN-STATUS       PIC X(02).
002490     88  BP-BLOGTRN-OK               VALUE "00".
002500     88  BP-BLOGTRN-EOF              VALUE "10".
002510
002520 01  BP-ROSTRPT-STATUS       PIC X(02).
002530     88  BP-ROSTRPT-OK               VALUE "00".
002540
002550 01  BP-AUDITLOG-STATUS      PIC X(02).
002560     88  BP-AUDITLOG-OK              VALUE "00".
002570     88  BP-AUDITLOG-NOT-FOUND       VALUE "35".
002580
002590 01  BP-RESTFILE-STATUS      PIC X(02).
002600     88  BP-RESTFILE-OK              VALUE "00".
002610
002620 01  BP-CMSEXPRT-STATUS      PIC X(02).
002630     88  BP-CMSEXPRT-OK              VALUE "00".
002640
002650 01  BP-POSTHIST-STATUS      PIC X(02).
002660     88  BP-POSTHIST-OK              VALUE "00".
002670     88  BP-POSTHIST-NOT-FOUND       VALUE "35".
002680
002690 01  BP-PENDIN-STATUS        PIC X(02).
002700     88  BP-PENDIN-OK                VALUE "00".
002710     88  BP-PENDIN-EOF               VALUE "10".
002720     88  BP-PENDIN-NOT-FOUND         VALUE "35".
002730
002740 01  BP-PENDOUT-STATUS       PIC X(02).
002750     88  BP-PENDOUT-OK               VALUE "00".
002760
002770 01  BP-SCHDRPT-STATUS       PIC X(02).
002780     88  BP-SCHDRPT-OK               VALUE "00".
002790
002800 01  BP-CTLCARDS-STATUS      PIC X(02).
002810     88  BP-CTLCARDS-OK              VALUE "00".
002820     88  BP-CTLCARDS-EOF             VALUE "10".
002830
002840 01  BP-CTLTOTS-STATUS       PIC X(02).
002850     88  BP-CTLTOTS-OK               VALUE "00".
002860
002870 01  BP-NIGHTLOG-STATUS      PIC X(02).
002880     88  BP-NIGHTLOG-OK              VALUE "00".
002890     88  BP-NIGHTLOG-NOT-FOUND       VALUE "35".
002900
002910******************************************************************
002920*    PROGRAM SWITCHES                                           *
002930******************************************************************
002940 77  BP-AUTHMST-EOF-SWITCH   PIC X(01) VALUE "N".
002950     88  BP-AUTHMST-END-OF-FILE      VALUE "Y".
002960
002970 77  BP-RESTFILE-EOF-SWITCH  PIC X(01) VALUE "N".
002980     88  BP-RESTFILE-END-OF-FILE     VALUE "Y".
002990
003000 77  BP-EOF-SWITCH           PIC X(01) VALUE "N".
003010     88  BP-END-OF-POSTS             VALUE "Y".
003020
003030 77  BP-LINK-FOUND-SWITCH    PIC X(01) VALUE "N".
003040     88  BP-LINK-FOUND               VALUE "Y".
003050
003060 77  BP-DATE-VALID-SWITCH    PIC X(01) VALUE "Y".
003070     88  BP-DATE-IS-VALID            VALUE "Y".
003080     88  BP-DATE-IS-INVALID          VALUE "N".
003090
003100 77  BP-RESUME-SWITCH        PIC X(01) VALUE "N".
003110     88  BP-IS-RESUMING              VALUE "Y".
003120
003130 77  BP-CHECKPOINT-INTERVAL  PIC 9(03) VALUE 010.
003140
003150 77  BP-CK-LAST-AUTHOR-ID    PIC X(06) VALUE SPACES.
003160
003170******************************************************************
003180*    RUN OPTIONS FROM THE CONTROL CARD FILE.  THE VALUE CLAUSES   *
003190*    ARE THE DEFAULTS A MISSING OR UNREADABLE CARD FILE FALLS     *
003200*    BACK TO - THE SAME VALUES FORMERLY HARDCODED HERE.           *
003210******************************************************************
003220 77  BP-RUN-MODE-SWITCH      PIC X(01) VALUE "N".
003230     88  BP-MODE-NORMAL              VALUE "N".
003240     88  BP-MODE-REPORT-ONLY         VALUE "R".
003250     88  BP-MODE-EXPORT-ONLY         VALUE "E".
003260
003270 77  BP-DISPLAY-SWITCH       PIC X(01) VALUE "V".
003280     88  BP-DISPLAY-VERBOSE          VALUE "V".
003290     88  BP-DISPLAY-QUIET            VALUE "Q".
003300
003310 77  BP-CC-KEYWORD           PIC X(20) VALUE SPACES.
003320 77  BP-CC-VALUE             PIC X(20) VALUE SPACES.
003330 77  BP-CC-NUMBER            PIC 9(05) VALUE ZEROES.
003340 77  BP-CC-SCAN-POS          PIC 9(02) VALUE ZEROES.
003350 77  BP-CC-DIGIT             PIC 9(01) VALUE ZERO.
003360 77  BP-CC-VALID-SWITCH      PIC X(01) VALUE "Y".
003370     88  BP-CC-VALUE-VALID           VALUE "Y".
003380     88  BP-CC-VALUE-INVALID         VALUE "N".
003390
003400 77  BP-CTLCARDS-EOF-SWITCH  PIC X(01) VALUE "N".
003410     88  BP-END-OF-CARDS             VALUE "Y".
003420
003430******************************************************************
003440*    PENDING-POST HOLD AND RELEASE CONTROLS.  THE RUN AND POST    *
003450*    DATES ARE COMPARED AS CCYYMMDD NUMBERS; THE SWEEP SWITCH     *
003460*    TELLS THE HOLD PARAGRAPH WHETHER THE CURRENT POST CAME      *
003470*    FROM TONIGHT'S FEED OR FROM THE PRIOR NIGHT'S HOLDING       *
003480*    FILE (WHOSE HELD DATE MUST BE PRESERVED).                   *
003490******************************************************************
003500 77  BP-PENDIN-EOF-SWITCH    PIC X(01) VALUE "N".
003510     88  BP-END-OF-PENDING           VALUE "Y".
003520
003530 77  BP-FUTURE-POST-SWITCH   PIC X(01) VALUE "N".
003540     88  BP-POST-IS-FUTURE           VALUE "Y".
003550
003560 77  BP-SWEEP-PHASE-SWITCH   PIC X(01) VALUE "N".
003570     88  BP-IN-SWEEP-PHASE           VALUE "Y".
003580
003590 77  BP-RUN-DATE-NUM         PIC 9(08) VALUE ZEROES.
003600 77  BP-POST-DATE-NUM        PIC 9(08) VALUE ZEROES.
003610
003620 77  BP-POSTS-HELD-COUNT     PIC 9(05) VALUE ZEROES.
003630 77  BP-POSTS-RELEASED-COUNT PIC 9(05) VALUE ZEROES.
003640
003650 COPY PENDREC.
003660
003670******************************************************************
003680*    UPCOMING-SCHEDULE REPORT PRINT LINES                        *
003690******************************************************************
003700 01  BP-SCH-HEADER-1.
003710     05  FILLER                  PIC X(34)
003720             VALUE "BLOGPOST UPCOMING SCHEDULE REPORT ".
003730     05  FILLER                  PIC X(06) VALUE SPACES.
003740     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
003750     05  BP-SCH-RUN-MONTH        PIC 9(02).
003760     05  FILLER                  PIC X(01) VALUE "/".
003770     05  BP-SCH-RUN-DAY          PIC 9(02).
003780     05  FILLER                  PIC X(01) VALUE "/".
003790     05  BP-SCH-RUN-YEAR         PIC 9(04).
003800
003810 01  BP-SCH-HEADER-2.
003820     05  FILLER                  PIC X(10) VALUE "POST ID".
003830     05  FILLER                  PIC X(42) VALUE "TITLE".
003840     05  FILLER                  PIC X(08) VALUE "AUTHOR".
003850     05  FILLER                  PIC X(12) VALUE "PUB DATE".
003860     05  FILLER                  PIC X(10) VALUE "HELD SINCE".
003870
003880 01  BP-SCH-DETAIL-LINE.
003890     05  BP-SCH-POST-ID          PIC X(08).
003900     05  FILLER                  PIC X(02) VALUE SPACES.
003910     05  BP-SCH-TITLE            PIC X(40).
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  BP-SCH-AUTHOR-ID        PIC X(06).
003940     05  FILLER                  PIC X(02) VALUE SPACES.
003950     05  BP-SCH-PUB-MONTH        PIC 9(02).
003960     05  FILLER                  PIC X(01) VALUE "/".
003970     05  BP-SCH-PUB-DAY          PIC 9(02).
003980     05  FILLER                  PIC X(01) VALUE "/".
003990     05  BP-SCH-PUB-YEAR         PIC 9(04).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  BP-SCH-HELD-DATE        PIC 9(08).
004020
004030 01  BP-SCH-TOTAL-LINE-1.
004040     05  FILLER                  PIC X(24)
004050             VALUE "POSTS STILL HELD......: ".
004060     05  BP-SCH-TOTAL-HELD       PIC ZZZZ9.
004070
004080 01  BP-SCH-TOTAL-LINE-2.
004090     05  FILLER                  PIC X(24)
004100             VALUE "POSTS RELEASED TONIGHT: ".
004110     05  BP-SCH-TOTAL-RELEASED   PIC ZZZZ9.
004120
004130
004140******************************************************************
004150*    TABLE OF DAYS PER CALENDAR MONTH, USED TO VALIDATE A         *
004160*    BIRTH DAY AGAINST ITS BIRTH MONTH.  FEBRUARY IS CARRIED AS   *
004170*    28 AND BUMPED TO 29 IN THE VALIDATION PARAGRAPH FOR LEAP     *
004180*    YEARS.                                                      *
004190******************************************************************
004200 01  BP-DAYS-IN-MONTH-TABLE.
004210     05  FILLER                  PIC 9(02) VALUE 31.
004220     05  FILLER                  PIC 9(02) VALUE 28.
004230     05  FILLER                  PIC 9(02) VALUE 31.
004240     05  FILLER                  PIC 9(02) VALUE 30.
004250     05  FILLER                  PIC 9(02) VALUE 31.
004260     05  FILLER                  PIC 9(02) VALUE 30.
004270     05  FILLER                  PIC 9(02) VALUE 31.
004280     05  FILLER                  PIC 9(02) VALUE 31.
004290     05  FILLER                  PIC 9(02) VALUE 30.
004300     05  FILLER                  PIC 9(02) VALUE 31.
004310     05  FILLER                  PIC 9(02) VALUE 30.
004320     05  FILLER                  PIC 9(02) VALUE 31.
004330 01  BP-DAYS-IN-MONTH REDEFINES BP-DAYS-IN-MONTH-TABLE.
004340     05  BP-DIM-ENTRY            PIC 9(02) OCCURS 12 TIMES.
004350
004360 77  BP-MAX-DAYS-THIS-MONTH  PIC 9(02).
004370
004380******************************************************************
004390*    AUTHOR TABLE - THE ENTIRE AUTHOR-MASTER FILE, LOADED ONCE   *
004400*    AT STARTUP.  EACH ENTRY CARRIES ITS COMPUTED AGE AND ITS    *
004410*    DATE OF BIRTH VALIDITY FLAG SO DOWNSTREAM PROCESSING (POST  *
004420*    LINKING, THE ROSTER REPORT) DOES NOT RECOMPUTE EITHER.      *
004430******************************************************************
004440 77  BP-AUTHOR-TABLE-MAX     PIC 9(05) VALUE 00500.
004450 77  BP-AUTHOR-COUNT         PIC 9(05) VALUE ZEROES.
004460
004470 01  BP-AUTHOR-TABLE.
004480     05  BP-AUTHOR-ENTRY OCCURS 1 TO 500 TIMES
004490             DEPENDING ON BP-AUTHOR-COUNT
004500             ASCENDING KEY IS BP-TBL-AUTHOR-ID
004510             INDEXED BY BP-AUTH-IDX.
004520         10  BP-TBL-AUTHOR-ID        PIC X(06).
004530         10  BP-TBL-NAME             PIC A(20).
004540         10  BP-TBL-FAVORITE-NUMBER  PIC 9(01).
004550         10  BP-TBL-AGE-YEARS        PIC 9(03).
004560         10  BP-TBL-DATE-VALID-SW    PIC X(01).
004570             88  BP-TBL-DATE-IS-VALID       VALUE "Y".
004580         10  BP-TBL-MONTH            PIC 9(02).
004590         10  BP-TBL-DAYY             PIC 9(02).
004600         10  BP-TBL-YEAR             PIC 9(04).
004610         10  BP-TBL-STATUS-CODE      PIC X(01).
004620             88  BP-TBL-IS-ACTIVE           VALUE "A".
004630             88  BP-TBL-IS-INACTIVE         VALUE "I".
004640             88  BP-TBL-IS-ON-LEAVE         VALUE "L".
004650         10  BP-TBL-STATUS-MONTH     PIC 9(02).
004660         10  BP-TBL-STATUS-DAY       PIC 9(02).
004670         10  BP-TBL-STATUS-YEAR      PIC 9(04).
004680
004690******************************************************************
004700*    CURRENT BLOG POST WORK AREA                                *
004710******************************************************************
004720 01  BP-POST-WORK-AREA.
004730     05  BP-WK-POST-ID           PIC X(08).
004740     05  BP-WK-TITLE             PIC X(40).
004750     05  BP-WK-PUBLISH-DATE.
004760         10  BP-WK-PUB-MONTH     PIC 9(02).
004770         10  BP-WK-PUB-DAY       PIC 9(02).
004780         10  BP-WK-PUB-YEAR      PIC 9(04).
004790     05  BP-WK-WORD-COUNT        PIC 9(05).
004800     05  BP-WK-AUTHOR-ID         PIC X(06).
004810     05  BP-WK-CATEGORY-CODE     PIC X(06).
004820     05  BP-WK-RESUBMIT-FLAG     PIC X(01).
004830     05  BP-WK-SHARE-PCT         PIC X(03).
004840     05  BP-WK-CO-BYLINE OCCURS 2 TIMES.
004850         10  BP-WK-CO-AUTHOR-ID  PIC X(06).
004860         10  BP-WK-CO-SHARE      PIC X(03).
004870     05  BP-WK-SERIES-CODE       PIC X(06).
004880     05  BP-WK-SERIES-PART       PIC 9(02).
004890
004900******************************************************************
004910*    AUTHOR RECORD BEING LOADED FROM AUTHOR-MASTER.  THIS AREA    *
004920*    MIRRORS AUTHOR-RECORD (COPYBOOK AUTHREC) FIELD FOR FIELD SO  *
004930*    THE READ ... INTO BELOW LINES UP BYTE FOR BYTE.              *
004940******************************************************************
004950 01  BP-AUTHOR-WORK-AREA.
004960     05  BP-AUTH-ID           PIC X(06).
004970     05  BP-MY-NAME           PIC A(20).
004980     05  BP-FAVORITE-NUMBER   PIC 9(01).
004990     05  BP-DATE-BIRTH.
005000         10  BP-MONTH         PIC 9(02).
005010         10  BP-DAYY          PIC 9(02).
005020         10  BP-YEAR          PIC 9(04).
005030     05  BP-STATUS-CODE       PIC X(01).
005040     05  BP-STATUS-DATE.
005050         10  BP-STATUS-MONTH  PIC 9(02).
005060         10  BP-STATUS-DAY    PIC 9(02).
005070         10  BP-STATUS-YEAR   PIC 9(04).
005080     05  FILLER               PIC X(01).
005090
005100 77  BP-AGE-YEARS             PIC 9(03).
005110
005120******************************************************************
005130*    CURRENT RUN DATE, USED TO AGE EACH AUTHOR'S DATE OF BIRTH   *
005140******************************************************************
005150 01  BP-CURRENT-DATE-FIELDS.
005160     05  BP-CURR-YEAR         PIC 9(04).
005170     05  BP-CURR-MONTH        PIC 9(02).
005180     05  BP-CURR-DAY          PIC 9(02).
005190     05  FILLER               PIC X(13).
005200
005210******************************************************************
005220*    AUTHOR ROSTER REPORT CONTROLS AND PRINT LINES               *
005230******************************************************************
005240 77  BP-LINES-PER-PAGE       PIC 9(02) VALUE 20.
005250 77  BP-LINE-COUNT           PIC 9(02) VALUE ZEROES.
005260 77  BP-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
005270
005280 01  BP-RPT-HEADER-1.
005290     05  FILLER                  PIC X(30)
005300             VALUE "BLOGPOST AUTHOR ROSTER REPORT".
005310     05  FILLER                  PIC X(05) VALUE SPACES.
005320     05  FILLER                  PIC X(05) VALUE "PAGE ".
005330     05  BP-RPT-PAGE-NO          PIC ZZ9.
005340
005350 01  BP-RPT-HEADER-2.
005360     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
005370     05  FILLER                  PIC X(22) VALUE "NAME".
005380     05  FILLER                  PIC X(06) VALUE "AGE".
005390     05  FILLER                  PIC X(10) VALUE "FAVORITE#".
005400     05  FILLER                  PIC X(08) VALUE "STATUS".
005410
005420 01  BP-RPT-DETAIL-LINE.
005430     05  BP-RPT-AUTHOR-ID        PIC X(10).
005440     05  BP-RPT-NAME             PIC X(22).
005450     05  BP-RPT-AGE              PIC ZZ9.
005460     05  FILLER                  PIC X(03) VALUE SPACES.
005470     05  BP-RPT-FAVORITE-NUMBER  PIC 9.
005480     05  FILLER                  PIC X(03) VALUE SPACES.
005490     05  BP-RPT-STATUS           PIC X(08).
005500
005510 01  BP-RPT-TOTAL-LINE.
005520     05  FILLER                  PIC X(20)
005530             VALUE "TOTAL AUTHORS.....: ".
005540     05  BP-RPT-TOTAL-AUTHORS    PIC ZZZZ9.
005550
005560 01  BP-RPT-STATUS-LINE-1.
005570     05  FILLER                  PIC X(20)
005580             VALUE "ACTIVE AUTHORS....: ".
005590     05  BP-RPT-ACTIVE-AUTHORS   PIC ZZZZ9.
005600
005610 01  BP-RPT-STATUS-LINE-2.
005620     05  FILLER                  PIC X(20)
005630             VALUE "INACTIVE AUTHORS..: ".
005640     05  BP-RPT-INACTIVE-AUTHORS PIC ZZZZ9.
005650
005660 01  BP-RPT-STATUS-LINE-3.
005670     05  FILLER                  PIC X(20)
005680             VALUE "ON-LEAVE AUTHORS..: ".
005690     05  BP-RPT-ONLEAVE-AUTHORS  PIC ZZZZ9.
005700
005710 77  BP-ACTIVE-COUNT         PIC 9(05) VALUE ZEROES.
005720 77  BP-INACTIVE-COUNT       PIC 9(05) VALUE ZEROES.
005730 77  BP-ONLEAVE-COUNT        PIC 9(05) VALUE ZEROES.
005740 77  BP-STATUS-DESC          PIC X(08) VALUE SPACES.
005750
005760******************************************************************
005770*    RUN AUDIT INFORMATION                                      *
005780******************************************************************
005790 77  BP-JOB-ID               PIC X(08) VALUE SPACES.
005800 77  BP-RETURN-CODE          PIC 9(04) VALUE ZEROES.
005810 77  BP-PARM-LEN             PIC S9(04) COMP VALUE ZERO.
005820
005830******************************************************************
005840*    RUN CONTROL TOTALS, WRITTEN AT END OF RUN FOR THE           *
005850*    RECONCILIATION STEP TO BALANCE AGAINST THE CMS EXPORT       *
005860******************************************************************
005870 77  BP-POSTS-READ-COUNT     PIC 9(05) VALUE ZEROES.
005880 77  BP-POSTS-EXPORTED-COUNT PIC 9(05) VALUE ZEROES.
005890 77  BP-AUTHORS-EXPORTED-CNT PIC 9(05) VALUE ZEROES.
005900
005910******************************************************************
005920*    LINKAGE SECTION                                            *
005930*    THE JOB STEP'S EXEC PGM=BLOGPOST,PARM='...' TEXT ARRIVES     *
005940*    HERE.  MVS PASSES A HALFWORD PARM LENGTH FOLLOWED BY THE     *
005950*    PARM TEXT ITSELF; A ZERO LENGTH MEANS NO PARM WAS CODED.     *
005960******************************************************************
005970 LINKAGE SECTION.
005980 01  LS-PARM-DATA.
005990     05  LS-PARM-LENGTH          PIC S9(04) COMP.
006000     05  LS-PARM-TEXT            PIC X(08).
006010
006020******************************************************************
006030*    PROCEDURE DIVISION                                         *
006040******************************************************************
006050 PROCEDURE DIVISION USING LS-PARM-DATA.
006060
006070 0000-MAINLINE.
006080     PERFORM 1000-INITIALIZE
006090         THRU 1000-INITIALIZE-EXIT
006100     PERFORM 2000-PROCESS-BLOG-POSTS
006110         THRU 2000-PROCESS-BLOG-POSTS-EXIT
006120         UNTIL BP-END-OF-POSTS
006130     PERFORM 2600-SWEEP-PENDING-POSTS
006140         THRU 2600-SWEEP-PENDING-POSTS-EXIT
006150     IF NOT BP-MODE-EXPORT-ONLY
006160         PERFORM 3000-PRINT-ROSTER-REPORT
006170             THRU 3000-PRINT-ROSTER-REPORT-EXIT
006180     END-IF
006190     PERFORM 6000-WRITE-AUDIT-LOG
006200         THRU 6000-WRITE-AUDIT-LOG-EXIT
006210     PERFORM 7000-WRITE-CONTROL-TOTALS
006220         THRU 7000-WRITE-CONTROL-TOTALS-EXIT
006230     PERFORM 7500-WRITE-NIGHT-SUMMARY
006240         THRU 7500-WRITE-NIGHT-SUMMARY-EXIT
006250     PERFORM 9999-TERMINATE
006260         THRU 9999-TERMINATE-EXIT
006270     MOVE BP-RETURN-CODE TO RETURN-CODE
006280     STOP RUN.
006290
006300 1000-INITIALIZE.
006310     PERFORM 1100-READ-CONTROL-CARDS
006320         THRU 1100-READ-CONTROL-CARDS-EXIT
006330     PERFORM 1400-CHECK-FOR-RESTART
006340         THRU 1400-CHECK-FOR-RESTART-EXIT
006350     OPEN INPUT AUTHOR-MASTER
006360     IF NOT BP-AUTHMST-OK
006370         DISPLAY "BLOGPOST: UNABLE TO OPEN AUTHOR-MASTER, "
006380             "STATUS = " BP-AUTHMST-STATUS
006390         MOVE "Y" TO BP-EOF-SWITCH
006400         MOVE 12 TO BP-RETURN-CODE
006410         GO TO 1000-INITIALIZE-EXIT
006420     END-IF
006430     IF BP-IS-RESUMING
006440         DISPLAY "BLOGPOST: PRIOR RUN LEFT OFF AFTER AUTHOR ID "
006450             BP-CK-LAST-AUTHOR-ID ", RESUMING FROM THAT POINT "
006460             "WITH " BP-AUTHOR-COUNT " AUTHORS ALREADY IN TABLE"
006470         MOVE BP-CK-LAST-AUTHOR-ID TO AR-AUTHOR-ID
006480         START AUTHOR-MASTER KEY IS GREATER THAN AR-AUTHOR-ID
006490             INVALID KEY
006500                 DISPLAY "BLOGPOST: RESTART KEY "
006510                     BP-CK-LAST-AUTHOR-ID
006520                     " NOT FOUND, RELOADING THE FULL AUTHOR"
006530                     " TABLE FROM THE BEGINNING OF AUTHOR-MASTER"
006540                 MOVE "N" TO BP-RESUME-SWITCH
006550                 MOVE ZEROES TO BP-AUTHOR-COUNT
006560         END-START
006570     END-IF
006580     IF BP-MODE-NORMAL
006590         OPEN INPUT BLOG-POST-FILE
006600         IF NOT BP-BLOGTRN-OK
006610             DISPLAY "BLOGPOST: UNABLE TO OPEN BLOG-POST-FILE, "
006620                 "STATUS = " BP-BLOGTRN-STATUS
006630             MOVE "Y" TO BP-EOF-SWITCH
006640             MOVE 12 TO BP-RETURN-CODE
006650             GO TO 1000-INITIALIZE-EXIT
006660         END-IF
006670     ELSE
006680         MOVE "Y" TO BP-EOF-SWITCH
006690     END-IF
006700     MOVE FUNCTION CURRENT-DATE TO BP-CURRENT-DATE-FIELDS
006710     PERFORM 1500-LOAD-AUTHOR-TABLE
006720         THRU 1500-LOAD-AUTHOR-TABLE-EXIT
006730     IF NOT BP-MODE-REPORT-ONLY
006740         OPEN OUTPUT CMS-EXPORT
006750         IF NOT BP-CMSEXPRT-OK
006760             DISPLAY "BLOGPOST: UNABLE TO OPEN CMS-EXPORT, "
006770                 "STATUS = " BP-CMSEXPRT-STATUS
006780             MOVE 8 TO BP-RETURN-CODE
006790         ELSE
006800             PERFORM 8100-EXPORT-AUTHORS
006810                 THRU 8100-EXPORT-AUTHORS-EXIT
006820         END-IF
006830     END-IF
006840     IF BP-MODE-NORMAL
006850         OPEN I-O POST-HISTORY
006860         IF BP-POSTHIST-NOT-FOUND
006870             OPEN OUTPUT POST-HISTORY
006880         END-IF
006890         IF NOT BP-POSTHIST-OK
006900             DISPLAY "BLOGPOST: UNABLE TO OPEN POST-HISTORY, "
006910                 "STATUS = " BP-POSTHIST-STATUS
006920                 " -- POSTS WILL NOT BE RECORDED TO HISTORY"
006930             IF BP-RETURN-CODE < 8
006940                 MOVE 8 TO BP-RETURN-CODE
006950             END-IF
006960         END-IF
006970         COMPUTE BP-RUN-DATE-NUM =
006980             BP-CURR-YEAR * 10000
006990                 + BP-CURR-MONTH * 100 + BP-CURR-DAY
007000         OPEN OUTPUT PENDING-OUT
007010         IF NOT BP-PENDOUT-OK
007020             DISPLAY "BLOGPOST: UNABLE TO OPEN PENDING-OUT, "
007030                 "STATUS = " BP-PENDOUT-STATUS
007040                 " -- CANNOT HOLD FUTURE-DATED POSTS"
007050             MOVE "Y" TO BP-EOF-SWITCH
007060             MOVE 12 TO BP-RETURN-CODE
007070             GO TO 1000-INITIALIZE-EXIT
007080         END-IF
007090         OPEN OUTPUT SCHEDULE-REPORT
007100         IF NOT BP-SCHDRPT-OK
007110             DISPLAY "BLOGPOST: UNABLE TO OPEN SCHEDULE-REPORT, "
007120                 "STATUS = " BP-SCHDRPT-STATUS
007130             IF BP-RETURN-CODE < 8
007140                 MOVE 8 TO BP-RETURN-CODE
007150             END-IF
007160         ELSE
007170             MOVE BP-CURR-MONTH TO BP-SCH-RUN-MONTH
007180             MOVE BP-CURR-DAY   TO BP-SCH-RUN-DAY
007190             MOVE BP-CURR-YEAR  TO BP-SCH-RUN-YEAR
007200             WRITE SR-PRINT-LINE FROM BP-SCH-HEADER-1
007210             WRITE SR-PRINT-LINE FROM BP-SCH-HEADER-2
007220         END-IF
007230         PERFORM 2100-READ-NEXT-POST
007240             THRU 2100-READ-NEXT-POST-EXIT
007250     END-IF.
007260 1000-INITIALIZE-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    1100-READ-CONTROL-CARDS                                    *
007310*    READS THE RUN-OPTIONS CONTROL CARD FILE.  EACH CARD IS      *
007320*    KEYWORD=VALUE STARTING IN COLUMN ONE; BLANK CARDS AND       *
007330*    CARDS STARTING WITH * ARE COMMENTS.  A MISSING FILE OR A    *
007340*    BAD CARD LEAVES THE MATCHING DEFAULT IN PLACE AND SAYS SO   *
007350*    ON SYSOUT, SO A DAMAGED CARD DECK CAN NEVER STOP THE        *
007360*    NIGHTLY CYCLE.                                              *
007370******************************************************************
007380 1100-READ-CONTROL-CARDS.
007390     OPEN INPUT CONTROL-CARDS
007400     IF NOT BP-CTLCARDS-OK
007410         DISPLAY "BLOGPOST: NO RUN-OPTIONS CARD FILE (STATUS "
007420             BP-CTLCARDS-STATUS ") -- USING DEFAULT OPTIONS"
007430         GO TO 1100-READ-CONTROL-CARDS-EXIT
007440     END-IF
007450     MOVE "N" TO BP-CTLCARDS-EOF-SWITCH
007460     PERFORM 1110-PROCESS-ONE-CARD
007470         THRU 1110-PROCESS-ONE-CARD-EXIT
007480         UNTIL BP-END-OF-CARDS
007490     CLOSE CONTROL-CARDS.
007500 1100-READ-CONTROL-CARDS-EXIT.
007510     EXIT.
007520
007530 1110-PROCESS-ONE-CARD.
007540     READ CONTROL-CARDS
007550         AT END
007560             MOVE "Y" TO BP-CTLCARDS-EOF-SWITCH
007570             GO TO 1110-PROCESS-ONE-CARD-EXIT
007580     END-READ
007590     IF CC-CARD-IMAGE = SPACES
007600         OR CC-CARD-IMAGE (1:1) = "*"
007610         GO TO 1110-PROCESS-ONE-CARD-EXIT
007620     END-IF
007630     MOVE SPACES TO BP-CC-KEYWORD
007640     MOVE SPACES TO BP-CC-VALUE
007650     UNSTRING CC-CARD-IMAGE DELIMITED BY "="
007660         INTO BP-CC-KEYWORD BP-CC-VALUE
007670     END-UNSTRING
007680     EVALUATE BP-CC-KEYWORD
007690         WHEN "CHECKPOINT-INTERVAL"
007700             PERFORM 1150-EDIT-NUMERIC-VALUE
007710                 THRU 1150-EDIT-NUMERIC-VALUE-EXIT
007720             IF BP-CC-VALUE-VALID AND BP-CC-NUMBER > 0
007730                 AND BP-CC-NUMBER < 1000
007740                 MOVE BP-CC-NUMBER TO BP-CHECKPOINT-INTERVAL
007750             ELSE
007760                 PERFORM 1160-NOTE-BAD-CARD
007770                     THRU 1160-NOTE-BAD-CARD-EXIT
007780             END-IF
007790         WHEN "LINES-PER-PAGE"
007800             PERFORM 1150-EDIT-NUMERIC-VALUE
007810                 THRU 1150-EDIT-NUMERIC-VALUE-EXIT
007820             IF BP-CC-VALUE-VALID AND BP-CC-NUMBER > 0
007830                 AND BP-CC-NUMBER < 100
007840                 MOVE BP-CC-NUMBER TO BP-LINES-PER-PAGE
007850             ELSE
007860                 PERFORM 1160-NOTE-BAD-CARD
007870                     THRU 1160-NOTE-BAD-CARD-EXIT
007880             END-IF
007890         WHEN "AUTHOR-TABLE-MAX"
007900             PERFORM 1150-EDIT-NUMERIC-VALUE
007910                 THRU 1150-EDIT-NUMERIC-VALUE-EXIT
007920             IF BP-CC-VALUE-VALID AND BP-CC-NUMBER > 0
007930                 IF BP-CC-NUMBER > 500
007940                     DISPLAY "BLOGPOST: AUTHOR-TABLE-MAX CARD "
007950                         "EXCEEDS THE COMPILED TABLE SIZE OF "
007960                         "500 -- CAPPED AT 500"
007970                     MOVE 500 TO BP-AUTHOR-TABLE-MAX
007980                 ELSE
007990                     MOVE BP-CC-NUMBER TO BP-AUTHOR-TABLE-MAX
008000                 END-IF
008010             ELSE
008020                 PERFORM 1160-NOTE-BAD-CARD
008030                     THRU 1160-NOTE-BAD-CARD-EXIT
008040             END-IF
008050         WHEN "RUN-MODE"
008060             EVALUATE BP-CC-VALUE
008070                 WHEN "NORMAL"
008080                     MOVE "N" TO BP-RUN-MODE-SWITCH
008090                 WHEN "REPORT-ONLY"
008100                     MOVE "R" TO BP-RUN-MODE-SWITCH
008110                 WHEN "EXPORT-ONLY"
008120                     MOVE "E" TO BP-RUN-MODE-SWITCH
008130                 WHEN OTHER
008140                     PERFORM 1160-NOTE-BAD-CARD
008150                         THRU 1160-NOTE-BAD-CARD-EXIT
008160             END-EVALUATE
008170         WHEN "DISPLAY"
008180             EVALUATE BP-CC-VALUE
008190                 WHEN "VERBOSE"
008200                     MOVE "V" TO BP-DISPLAY-SWITCH
008210                 WHEN "QUIET"
008220                     MOVE "Q" TO BP-DISPLAY-SWITCH
008230                 WHEN OTHER
008240                     PERFORM 1160-NOTE-BAD-CARD
008250                         THRU 1160-NOTE-BAD-CARD-EXIT
008260             END-EVALUATE
008270         WHEN OTHER
008280             PERFORM 1160-NOTE-BAD-CARD
008290                 THRU 1160-NOTE-BAD-CARD-EXIT
008300     END-EVALUATE.
008310 1110-PROCESS-ONE-CARD-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*    1150-EDIT-NUMERIC-VALUE                                    *
008360*    CONVERTS THE CARD VALUE TO A NUMBER.  DIGITS ACCUMULATE     *
008370*    UNTIL THE FIRST SPACE; ANYTHING ELSE, OR NO DIGITS AT       *
008380*    ALL, MARKS THE VALUE INVALID.                               *
008390******************************************************************
008400 1150-EDIT-NUMERIC-VALUE.
008410     MOVE "Y" TO BP-CC-VALID-SWITCH
008420     MOVE ZEROES TO BP-CC-NUMBER
008430     IF BP-CC-VALUE = SPACES
008440         MOVE "N" TO BP-CC-VALID-SWITCH
008450         GO TO 1150-EDIT-NUMERIC-VALUE-EXIT
008460     END-IF
008470     PERFORM 1155-EDIT-ONE-DIGIT
008480         THRU 1155-EDIT-ONE-DIGIT-EXIT
008490         VARYING BP-CC-SCAN-POS FROM 1 BY 1
008500         UNTIL BP-CC-SCAN-POS > 20
008510             OR BP-CC-VALUE (BP-CC-SCAN-POS:1) = SPACE
008520             OR BP-CC-VALUE-INVALID.
008530 1150-EDIT-NUMERIC-VALUE-EXIT.
008540     EXIT.
008550
008560 1155-EDIT-ONE-DIGIT.
008570     IF BP-CC-SCAN-POS > 5
008580         MOVE "N" TO BP-CC-VALID-SWITCH
008590         GO TO 1155-EDIT-ONE-DIGIT-EXIT
008600     END-IF
008610     IF BP-CC-VALUE (BP-CC-SCAN-POS:1) NUMERIC
008620         MOVE BP-CC-VALUE (BP-CC-SCAN-POS:1) TO BP-CC-DIGIT
008630         COMPUTE BP-CC-NUMBER =
008640             BP-CC-NUMBER * 10 + BP-CC-DIGIT
008650     ELSE
008660         MOVE "N" TO BP-CC-VALID-SWITCH
008670     END-IF.
008680 1155-EDIT-ONE-DIGIT-EXIT.
008690     EXIT.
008700
008710 1160-NOTE-BAD-CARD.
008720     DISPLAY "BLOGPOST: RUN-OPTIONS CARD NOT UNDERSTOOD, "
008730         "IGNORED: " CC-CARD-IMAGE (1:40).
008740 1160-NOTE-BAD-CARD-EXIT.
008750     EXIT.
008760
008770******************************************************************
008780*    1400-CHECK-FOR-RESTART                                     *
008790*    RECORD 1 OF THE RESTART FILE IS THE CONTROL RECORD.  WHEN   *
008800*    IT SHOWS A PRIOR RUN LEFT OFF MID-LOAD, EVERY DETAIL RECORD  *
008810*    BEHIND IT IS A SNAPSHOT OF ONE AUTHOR TABLE ENTRY ALREADY    *
008820*    BUILT, AND IS LOADED BACK INTO BP-AUTHOR-TABLE SO THIS RUN   *
008830*    DOES NOT REBUILD WORK THE PRIOR RUN ALREADY FINISHED.        *
008840******************************************************************
008850 1400-CHECK-FOR-RESTART.
008860     MOVE "N" TO BP-RESUME-SWITCH
008870     OPEN INPUT RESTART-FILE
008880     IF BP-RESTFILE-OK
008890         READ RESTART-FILE
008900             AT END
008910                 CONTINUE
008920             NOT AT END
008930                 IF CK-TYPE-CONTROL AND CK-RUN-INCOMPLETE
008940                     MOVE "Y" TO BP-RESUME-SWITCH
008950                     MOVE CK-LAST-AUTHOR-ID
008960                         TO BP-CK-LAST-AUTHOR-ID
008970                     PERFORM 1450-LOAD-CHECKPOINT-SNAPSHOT
008980                         THRU 1450-LOAD-CHECKPOINT-SNAPSHOT-EXIT
008990                 END-IF
009000         END-READ
009010         CLOSE RESTART-FILE
009020     END-IF.
009030 1400-CHECK-FOR-RESTART-EXIT.
009040     EXIT.
009050
009060 1450-LOAD-CHECKPOINT-SNAPSHOT.
009070     MOVE "N" TO BP-RESTFILE-EOF-SWITCH
009080     PERFORM 1460-LOAD-SNAPSHOT-ENTRY
009090         THRU 1460-LOAD-SNAPSHOT-ENTRY-EXIT
009100         UNTIL BP-RESTFILE-END-OF-FILE
009110             OR BP-AUTHOR-COUNT NOT LESS THAN BP-AUTHOR-TABLE-MAX
009120     IF NOT BP-RESTFILE-END-OF-FILE
009130         DISPLAY "BLOGPOST: AUTHOR TABLE FULL AT "
009140             BP-AUTHOR-TABLE-MAX " ENTRIES WHILE RELOADING "
009150             "THE CHECKPOINT SNAPSHOT -- RESTART FILE HAS "
009160             "ADDITIONAL DETAIL RECORDS THAT COULD NOT BE LOADED"
009170         MOVE 4 TO BP-RETURN-CODE
009180     END-IF.
009190 1450-LOAD-CHECKPOINT-SNAPSHOT-EXIT.
009200     EXIT.
009210
009220 1460-LOAD-SNAPSHOT-ENTRY.
009230     READ RESTART-FILE
009240         AT END
009250             MOVE "Y" TO BP-RESTFILE-EOF-SWITCH
009260             GO TO 1460-LOAD-SNAPSHOT-ENTRY-EXIT
009270     END-READ
009280     IF CK-TYPE-DETAIL
009290         ADD 1 TO BP-AUTHOR-COUNT
009300         MOVE CK-DTL-AUTHOR-ID       TO
009310                 BP-TBL-AUTHOR-ID (BP-AUTHOR-COUNT)
009320         MOVE CK-DTL-NAME            TO
009330                 BP-TBL-NAME (BP-AUTHOR-COUNT)
009340         MOVE CK-DTL-FAVORITE-NUMBER TO
009350                 BP-TBL-FAVORITE-NUMBER (BP-AUTHOR-COUNT)
009360         MOVE CK-DTL-AGE-YEARS       TO
009370                 BP-TBL-AGE-YEARS (BP-AUTHOR-COUNT)
009380         MOVE CK-DTL-DATE-VALID-SW   TO
009390                 BP-TBL-DATE-VALID-SW (BP-AUTHOR-COUNT)
009400         MOVE CK-DTL-MONTH           TO
009410                 BP-TBL-MONTH (BP-AUTHOR-COUNT)
009420         MOVE CK-DTL-DAYY            TO
009430                 BP-TBL-DAYY (BP-AUTHOR-COUNT)
009440         MOVE CK-DTL-YEAR            TO
009450                 BP-TBL-YEAR (BP-AUTHOR-COUNT)
009460         IF CK-DTL-STATUS-CODE = SPACE
009470             MOVE "A"                TO
009480                 BP-TBL-STATUS-CODE (BP-AUTHOR-COUNT)
009490         ELSE
009500             MOVE CK-DTL-STATUS-CODE TO
009510                 BP-TBL-STATUS-CODE (BP-AUTHOR-COUNT)
009520         END-IF
009530         MOVE CK-DTL-STATUS-MONTH    TO
009540                 BP-TBL-STATUS-MONTH (BP-AUTHOR-COUNT)
009550         MOVE CK-DTL-STATUS-DAY      TO
009560                 BP-TBL-STATUS-DAY (BP-AUTHOR-COUNT)
009570         MOVE CK-DTL-STATUS-YEAR     TO
009580                 BP-TBL-STATUS-YEAR (BP-AUTHOR-COUNT)
009590     END-IF.
009600 1460-LOAD-SNAPSHOT-ENTRY-EXIT.
009610     EXIT.
009620
009630 1500-LOAD-AUTHOR-TABLE.
009640     PERFORM 1550-LOAD-ONE-AUTHOR
009650         THRU 1550-LOAD-ONE-AUTHOR-EXIT
009660         UNTIL BP-AUTHMST-END-OF-FILE
009670             OR BP-AUTHOR-COUNT NOT LESS THAN BP-AUTHOR-TABLE-MAX
009680     IF BP-AUTHMST-END-OF-FILE
009690         PERFORM 1570-CLEAR-CHECKPOINT
009700             THRU 1570-CLEAR-CHECKPOINT-EXIT
009710     ELSE
009720         DISPLAY "BLOGPOST: AUTHOR TABLE FULL AT "
009730             BP-AUTHOR-TABLE-MAX " ENTRIES -- AUTHOR-MASTER HAS "
009740             "ADDITIONAL RECORDS THAT COULD NOT BE LOADED"
009750         MOVE 4 TO BP-RETURN-CODE
009760     END-IF.
009770 1500-LOAD-AUTHOR-TABLE-EXIT.
009780     EXIT.
009790
009800 1550-LOAD-ONE-AUTHOR.
009810     READ AUTHOR-MASTER INTO BP-AUTHOR-WORK-AREA
009820         AT END
009830             MOVE "Y" TO BP-AUTHMST-EOF-SWITCH
009840             GO TO 1550-LOAD-ONE-AUTHOR-EXIT
009850     END-READ
009860     PERFORM 2240-VALIDATE-DATE-BIRTH
009870         THRU 2240-VALIDATE-DATE-BIRTH-EXIT
009880     IF BP-DATE-IS-VALID
009890         PERFORM 2250-COMPUTE-AGE
009900             THRU 2250-COMPUTE-AGE-EXIT
009910     ELSE
009920         MOVE ZEROES TO BP-AGE-YEARS
009930     END-IF
009940     ADD 1 TO BP-AUTHOR-COUNT
009950     MOVE AR-AUTHOR-ID       TO BP-TBL-AUTHOR-ID (BP-AUTHOR-COUNT)
009960     MOVE BP-MY-NAME         TO BP-TBL-NAME (BP-AUTHOR-COUNT)
009970     MOVE BP-FAVORITE-NUMBER TO BP-TBL-FAVORITE-NUMBER
009980                                                (BP-AUTHOR-COUNT)
009990     MOVE BP-AGE-YEARS       TO BP-TBL-AGE-YEARS (BP-AUTHOR-COUNT)
010000     MOVE BP-DATE-VALID-SWITCH
010010                             TO BP-TBL-DATE-VALID-SW
010020                                                (BP-AUTHOR-COUNT)
010030     MOVE BP-MONTH           TO BP-TBL-MONTH (BP-AUTHOR-COUNT)
010040     MOVE BP-DAYY            TO BP-TBL-DAYY (BP-AUTHOR-COUNT)
010050     MOVE BP-YEAR            TO BP-TBL-YEAR (BP-AUTHOR-COUNT)
010060     IF BP-STATUS-CODE = SPACE
010070         MOVE "A"            TO BP-TBL-STATUS-CODE
010080                                                (BP-AUTHOR-COUNT)
010090     ELSE
010100         MOVE BP-STATUS-CODE TO BP-TBL-STATUS-CODE
010110                                                (BP-AUTHOR-COUNT)
010120     END-IF
010130     MOVE BP-STATUS-MONTH    TO BP-TBL-STATUS-MONTH
010140                                                (BP-AUTHOR-COUNT)
010150     MOVE BP-STATUS-DAY      TO BP-TBL-STATUS-DAY
010160                                                (BP-AUTHOR-COUNT)
010170     MOVE BP-STATUS-YEAR     TO BP-TBL-STATUS-YEAR
010180                                                (BP-AUTHOR-COUNT)
010190     IF FUNCTION MOD (BP-AUTHOR-COUNT, BP-CHECKPOINT-INTERVAL) = 0
010200         PERFORM 1560-WRITE-CHECKPOINT
010210             THRU 1560-WRITE-CHECKPOINT-EXIT
010220     END-IF.
010230 1550-LOAD-ONE-AUTHOR-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270*    1560-WRITE-CHECKPOINT                                      *
010280*    REWRITES THE RESTART FILE WITH A CONTROL RECORD FOLLOWED BY *
010290*    A SNAPSHOT DETAIL RECORD FOR EVERY AUTHOR TABLE ENTRY BUILT  *
010300*    SO FAR, SO A RESTART CAN REBUILD THE TABLE UP TO THIS POINT. *
010310******************************************************************
010320 1560-WRITE-CHECKPOINT.
010330     OPEN OUTPUT RESTART-FILE
010340     IF BP-RESTFILE-OK
010350         MOVE "H"          TO CK-CTL-TYPE
010360         MOVE AR-AUTHOR-ID TO CK-LAST-AUTHOR-ID
010370         MOVE "I"          TO CK-RUN-STATUS
010380         WRITE CHECKPOINT-RECORD
010390         PERFORM 1565-WRITE-SNAPSHOT-ENTRY
010400             THRU 1565-WRITE-SNAPSHOT-ENTRY-EXIT
010410             VARYING BP-AUTH-IDX FROM 1 BY 1
010420             UNTIL BP-AUTH-IDX > BP-AUTHOR-COUNT
010430         CLOSE RESTART-FILE
010440     END-IF.
010450 1560-WRITE-CHECKPOINT-EXIT.
010460     EXIT.
010470
010480 1565-WRITE-SNAPSHOT-ENTRY.
010490     MOVE "D" TO CK-DTL-TYPE
010500     MOVE BP-TBL-AUTHOR-ID (BP-AUTH-IDX)       TO CK-DTL-AUTHOR-ID
010510     MOVE BP-TBL-NAME (BP-AUTH-IDX)            TO CK-DTL-NAME
010520     MOVE BP-TBL-FAVORITE-NUMBER (BP-AUTH-IDX) TO
010530             CK-DTL-FAVORITE-NUMBER
010540     MOVE BP-TBL-AGE-YEARS (BP-AUTH-IDX)       TO CK-DTL-AGE-YEARS
010550     MOVE BP-TBL-DATE-VALID-SW (BP-AUTH-IDX)   TO
010560             CK-DTL-DATE-VALID-SW
010570     MOVE BP-TBL-MONTH (BP-AUTH-IDX)           TO CK-DTL-MONTH
010580     MOVE BP-TBL-DAYY (BP-AUTH-IDX)            TO CK-DTL-DAYY
010590     MOVE BP-TBL-YEAR (BP-AUTH-IDX)            TO CK-DTL-YEAR
010600     MOVE BP-TBL-STATUS-CODE (BP-AUTH-IDX)     TO
010610             CK-DTL-STATUS-CODE
010620     MOVE BP-TBL-STATUS-MONTH (BP-AUTH-IDX)    TO
010630             CK-DTL-STATUS-MONTH
010640     MOVE BP-TBL-STATUS-DAY (BP-AUTH-IDX)      TO
010650             CK-DTL-STATUS-DAY
010660     MOVE BP-TBL-STATUS-YEAR (BP-AUTH-IDX)     TO
010670             CK-DTL-STATUS-YEAR
010680     WRITE CHECKPOINT-RECORD.
010690 1565-WRITE-SNAPSHOT-ENTRY-EXIT.
010700     EXIT.
010710
010720 1570-CLEAR-CHECKPOINT.
010730     OPEN OUTPUT RESTART-FILE
010740     IF BP-RESTFILE-OK
010750         MOVE "H"    TO CK-CTL-TYPE
010760         MOVE SPACES TO CK-LAST-AUTHOR-ID
010770         MOVE "C"    TO CK-RUN-STATUS
010780         WRITE CHECKPOINT-RECORD
010790         CLOSE RESTART-FILE
010800     END-IF.
010810 1570-CLEAR-CHECKPOINT-EXIT.
010820     EXIT.
010830
010840 2000-PROCESS-BLOG-POSTS.
010850     PERFORM 2020-CHECK-PUBLISH-DATE
010860         THRU 2020-CHECK-PUBLISH-DATE-EXIT
010870     IF BP-POST-IS-FUTURE
010880         PERFORM 8400-HOLD-POST
010890             THRU 8400-HOLD-POST-EXIT
010900     ELSE
010910         PERFORM 2050-PUBLISH-ONE-POST
010920             THRU 2050-PUBLISH-ONE-POST-EXIT
010930     END-IF
010940     PERFORM 2100-READ-NEXT-POST
010950         THRU 2100-READ-NEXT-POST-EXIT.
010960 2000-PROCESS-BLOG-POSTS-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000*    2020-CHECK-PUBLISH-DATE                                    *
011010*    A POST DATED AFTER THE RUN DATE IS HELD FOR A LATER NIGHT   *
011020*    RATHER THAN PUBLISHED EARLY.  TODAY'S AND PAST DATES        *
011030*    PUBLISH TONIGHT.                                            *
011040******************************************************************
011050 2020-CHECK-PUBLISH-DATE.
011060     MOVE "N" TO BP-FUTURE-POST-SWITCH
011070     COMPUTE BP-POST-DATE-NUM =
011080         BP-WK-PUB-YEAR * 10000
011090             + BP-WK-PUB-MONTH * 100 + BP-WK-PUB-DAY
011100     IF BP-POST-DATE-NUM > BP-RUN-DATE-NUM
011110         MOVE "Y" TO BP-FUTURE-POST-SWITCH
011120     END-IF.
011130 2020-CHECK-PUBLISH-DATE-EXIT.
011140     EXIT.
011150
011160******************************************************************
011170*    2050-PUBLISH-ONE-POST                                      *
011180*    THE NORMAL PUBLISH PATH FOR ONE POST - LINK, DISPLAY,       *
011190*    EXPORT, HISTORY.  PERFORMED BOTH FOR TONIGHT'S FEED AND     *
011200*    FOR POSTS RELEASED FROM THE HOLDING FILE.                   *
011210******************************************************************
011220 2050-PUBLISH-ONE-POST.
011230     PERFORM 2200-LINK-AUTHOR
011240         THRU 2200-LINK-AUTHOR-EXIT
011250     IF BP-DISPLAY-VERBOSE
011260         PERFORM 2300-DISPLAY-POST
011270             THRU 2300-DISPLAY-POST-EXIT
011280     END-IF
011290     IF BP-CMSEXPRT-OK
011300         PERFORM 8200-EXPORT-POST
011310             THRU 8200-EXPORT-POST-EXIT
011320     END-IF
011330     IF BP-POSTHIST-OK
011340         PERFORM 8300-RECORD-POST-HISTORY
011350             THRU 8300-RECORD-POST-HISTORY-EXIT
011360     END-IF.
011370 2050-PUBLISH-ONE-POST-EXIT.
011380     EXIT.
011390
011400 2100-READ-NEXT-POST.
011410     READ BLOG-POST-FILE INTO BP-POST-WORK-AREA
011420         AT END
011430             MOVE "Y" TO BP-EOF-SWITCH
011440             GO TO 2100-READ-NEXT-POST-EXIT
011450     END-READ
011460     IF BP-WK-SERIES-PART NOT NUMERIC
011470         MOVE ZEROES TO BP-WK-SERIES-PART
011480     END-IF
011490     ADD 1 TO BP-POSTS-READ-COUNT.
011500 2100-READ-NEXT-POST-EXIT.
011510     EXIT.
011520
011530******************************************************************
011540*    2600-SWEEP-PENDING-POSTS                                   *
011550*    SWEEPS THE PRIOR NIGHT'S HOLDING FILE AFTER THE FEED IS     *
011560*    DONE.  POSTS WHOSE DATE HAS ARRIVED GO THROUGH THE NORMAL   *
011570*    PUBLISH PATH; THE REST CARRY FORWARD TO TONIGHT'S HOLDING   *
011580*    GENERATION WITH THEIR ORIGINAL HELD DATE AND PRINT ON THE   *
011590*    UPCOMING-SCHEDULE REPORT.  A MISSING HOLDING FILE JUST      *
011600*    MEANS NOTHING WAS HELD.                                     *
011610******************************************************************
011620 2600-SWEEP-PENDING-POSTS.
011630     IF NOT BP-MODE-NORMAL
011640         OR NOT BP-PENDOUT-OK
011650         GO TO 2600-SWEEP-PENDING-POSTS-EXIT
011660     END-IF
011670     MOVE "Y" TO BP-SWEEP-PHASE-SWITCH
011680     OPEN INPUT PENDING-IN
011690     IF BP-PENDIN-NOT-FOUND
011700         DISPLAY "BLOGPOST: NO PENDING-POSTS FILE FROM A PRIOR "
011710             "RUN -- NOTHING TO SWEEP"
011720         GO TO 2600-SWEEP-PENDING-WRAP
011730     END-IF
011740     IF NOT BP-PENDIN-OK
011750         DISPLAY "BLOGPOST: UNABLE TO OPEN PENDING-IN, "
011760             "STATUS = " BP-PENDIN-STATUS
011770             " -- HELD POSTS NOT SWEPT THIS RUN"
011780         IF BP-RETURN-CODE < 8
011790             MOVE 8 TO BP-RETURN-CODE
011800         END-IF
011810         GO TO 2600-SWEEP-PENDING-WRAP
011820     END-IF
011830     MOVE "N" TO BP-PENDIN-EOF-SWITCH
011840     PERFORM 2650-SWEEP-ONE-PENDING
011850         THRU 2650-SWEEP-ONE-PENDING-EXIT
011860         UNTIL BP-END-OF-PENDING
011870     CLOSE PENDING-IN.
011880 2600-SWEEP-PENDING-WRAP.
011890     IF BP-SCHDRPT-OK
011900         MOVE BP-POSTS-HELD-COUNT     TO BP-SCH-TOTAL-HELD
011910         MOVE BP-POSTS-RELEASED-COUNT TO BP-SCH-TOTAL-RELEASED
011920         WRITE SR-PRINT-LINE FROM SPACES
011930         WRITE SR-PRINT-LINE FROM BP-SCH-TOTAL-LINE-1
011940         WRITE SR-PRINT-LINE FROM BP-SCH-TOTAL-LINE-2
011950     END-IF.
011960 2600-SWEEP-PENDING-POSTS-EXIT.
011970     EXIT.
011980
011990 2650-SWEEP-ONE-PENDING.
012000     READ PENDING-IN INTO PENDING-POST-RECORD
012010         AT END
012020             MOVE "Y" TO BP-PENDIN-EOF-SWITCH
012030             GO TO 2650-SWEEP-ONE-PENDING-EXIT
012040     END-READ
012050     MOVE PN-POST-ID      TO BP-WK-POST-ID
012060     MOVE PN-TITLE        TO BP-WK-TITLE
012070     MOVE PN-PUB-MONTH    TO BP-WK-PUB-MONTH
012080     MOVE PN-PUB-DAY      TO BP-WK-PUB-DAY
012090     MOVE PN-PUB-YEAR     TO BP-WK-PUB-YEAR
012100     MOVE PN-WORD-COUNT   TO BP-WK-WORD-COUNT
012110     MOVE PN-AUTHOR-ID    TO BP-WK-AUTHOR-ID
012120     MOVE PN-CATEGORY-CODE TO BP-WK-CATEGORY-CODE
012130     MOVE PN-SHARE-PCT    TO BP-WK-SHARE-PCT
012140     MOVE PN-CO-AUTHOR-ID (1) TO BP-WK-CO-AUTHOR-ID (1)
012150     MOVE PN-CO-SHARE-PCT (1) TO BP-WK-CO-SHARE (1)
012160     MOVE PN-CO-AUTHOR-ID (2) TO BP-WK-CO-AUTHOR-ID (2)
012170     MOVE PN-CO-SHARE-PCT (2) TO BP-WK-CO-SHARE (2)
012180     MOVE PN-SERIES-CODE  TO BP-WK-SERIES-CODE
012190     MOVE PN-SERIES-PART  TO BP-WK-SERIES-PART
012200     IF BP-WK-SERIES-PART NOT NUMERIC
012210         MOVE ZEROES TO BP-WK-SERIES-PART
012220     END-IF
012230     PERFORM 2020-CHECK-PUBLISH-DATE
012240         THRU 2020-CHECK-PUBLISH-DATE-EXIT
012250     IF BP-POST-IS-FUTURE
012260         PERFORM 8400-HOLD-POST
012270             THRU 8400-HOLD-POST-EXIT
012280     ELSE
012290         ADD 1 TO BP-POSTS-RELEASED-COUNT
012300         DISPLAY "BLOGPOST: RELEASING HELD POST " PN-POST-ID
012310             " DATED " PN-PUB-MONTH "/" PN-PUB-DAY "/"
012320             PN-PUB-YEAR
012330         PERFORM 2050-PUBLISH-ONE-POST
012340             THRU 2050-PUBLISH-ONE-POST-EXIT
012350     END-IF.
012360 2650-SWEEP-ONE-PENDING-EXIT.
012370     EXIT.
012380
012390 2200-LINK-AUTHOR.
012400     MOVE "N" TO BP-LINK-FOUND-SWITCH
012410     IF BP-AUTHOR-COUNT = ZEROES
012420         GO TO 2200-LINK-AUTHOR-EXIT
012430     END-IF
012440     SET BP-AUTH-IDX TO 1
012450     SEARCH ALL BP-AUTHOR-ENTRY
012460         AT END
012470             DISPLAY "BLOGPOST: NO AUTHOR FOUND FOR ID "
012480                 BP-WK-AUTHOR-ID " ON POST " BP-WK-POST-ID
012490         WHEN BP-TBL-AUTHOR-ID (BP-AUTH-IDX) = BP-WK-AUTHOR-ID
012500             MOVE "Y" TO BP-LINK-FOUND-SWITCH
012510     END-SEARCH
012520     IF BP-LINK-FOUND
012530         AND NOT BP-TBL-IS-ACTIVE (BP-AUTH-IDX)
012540         DISPLAY "BLOGPOST: WARNING - POST " BP-WK-POST-ID
012550             " IS BY AUTHOR " BP-WK-AUTHOR-ID
012560             " WHOSE STATUS IS " BP-TBL-STATUS-CODE (BP-AUTH-IDX)
012570             " (NOT ACTIVE)"
012580     END-IF.
012590 2200-LINK-AUTHOR-EXIT.
012600     EXIT.
012610
012620 2240-VALIDATE-DATE-BIRTH.
012630     MOVE "Y" TO BP-DATE-VALID-SWITCH
012640     IF BP-MONTH < 1 OR BP-MONTH > 12
012650         MOVE "N" TO BP-DATE-VALID-SWITCH
012660         DISPLAY "BLOGPOST: INVALID BIRTH MONTH " BP-MONTH
012670             " FOR AUTHOR " AR-AUTHOR-ID
012680         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
012690     END-IF
012700     IF BP-YEAR < 1900 OR BP-YEAR > BP-CURR-YEAR
012710         MOVE "N" TO BP-DATE-VALID-SWITCH
012720         DISPLAY "BLOGPOST: INVALID BIRTH YEAR " BP-YEAR
012730             " FOR AUTHOR " AR-AUTHOR-ID
012740         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
012750     END-IF
012760     MOVE BP-DIM-ENTRY (BP-MONTH) TO BP-MAX-DAYS-THIS-MONTH
012770     IF BP-MONTH = 2 AND FUNCTION MOD (BP-YEAR, 4) = 0
012780             AND (FUNCTION MOD (BP-YEAR, 100) NOT = 0
012790                 OR FUNCTION MOD (BP-YEAR, 400) = 0)
012800         MOVE 29 TO BP-MAX-DAYS-THIS-MONTH
012810     END-IF
012820     IF BP-DAYY < 1 OR BP-DAYY > BP-MAX-DAYS-THIS-MONTH
012830         MOVE "N" TO BP-DATE-VALID-SWITCH
012840         DISPLAY "BLOGPOST: INVALID BIRTH DAY " BP-DAYY
012850             " FOR AUTHOR " AR-AUTHOR-ID
012860         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
012870     END-IF
012880     IF BP-YEAR = BP-CURR-YEAR
012890         AND (BP-MONTH > BP-CURR-MONTH
012900             OR (BP-MONTH = BP-CURR-MONTH
012910                 AND BP-DAYY > BP-CURR-DAY))
012920         MOVE "N" TO BP-DATE-VALID-SWITCH
012930         DISPLAY "BLOGPOST: BIRTH DATE " BP-MONTH "/" BP-DAYY "/"
012940             BP-YEAR " IS AFTER THE RUN DATE FOR AUTHOR "
012950             AR-AUTHOR-ID
012960         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
012970     END-IF.
012980 2240-VALIDATE-DATE-BIRTH-EXIT.
012990     EXIT.
013000
013010 2250-COMPUTE-AGE.
013020     COMPUTE BP-AGE-YEARS = BP-CURR-YEAR - BP-YEAR
013030     IF BP-CURR-MONTH < BP-MONTH
013040         SUBTRACT 1 FROM BP-AGE-YEARS
013050     ELSE
013060         IF BP-CURR-MONTH = BP-MONTH AND BP-CURR-DAY < BP-DAYY
013070             SUBTRACT 1 FROM BP-AGE-YEARS
013080         END-IF
013090     END-IF.
013100 2250-COMPUTE-AGE-EXIT.
013110     EXIT.
013120
013130 2300-DISPLAY-POST.
013140     DISPLAY "POST ID...........: " BP-WK-POST-ID
013150     DISPLAY "TITLE.............: " BP-WK-TITLE
013160     DISPLAY "PUBLISH DATE......: "
013170         BP-WK-PUB-MONTH "/" BP-WK-PUB-DAY "/" BP-WK-PUB-YEAR
013180     DISPLAY "WORD COUNT........: " BP-WK-WORD-COUNT
013190     IF BP-LINK-FOUND
013200         DISPLAY "AUTHOR............: " BP-TBL-NAME (BP-AUTH-IDX)
013210         IF NOT BP-TBL-IS-ACTIVE (BP-AUTH-IDX)
013220             DISPLAY "AUTHOR STATUS.....: "
013230                 BP-TBL-STATUS-CODE (BP-AUTH-IDX)
013240                 " *** NOT AN ACTIVE CONTRIBUTOR ***"
013250         END-IF
013260         DISPLAY "FAVORITE NUMBER...: "
013270             BP-TBL-FAVORITE-NUMBER (BP-AUTH-IDX)
013280         IF BP-TBL-DATE-IS-VALID (BP-AUTH-IDX)
013290             DISPLAY "AGE...............: "
013300                 BP-TBL-AGE-YEARS (BP-AUTH-IDX) " YEARS OLD"
013310         ELSE
013320             DISPLAY "AGE...............: *** INVALID DATE OF "
013330                 "BIRTH ON AUTHOR RECORD ***"
013340         END-IF
013350     ELSE
013360         DISPLAY "AUTHOR............: *** UNKNOWN AUTHOR ***"
013370     END-IF.
013380 2300-DISPLAY-POST-EXIT.
013390     EXIT.
013400
013410******************************************************************
013420*    3000-PRINT-ROSTER-REPORT                                   *
013430*    LISTS EVERY AUTHOR CURRENTLY IN THE TABLE, WITH PAGE        *
013440*    HEADERS AND A TOTAL AUTHOR COUNT AT THE END, FOR THE        *
013450*    MONTHLY EDITORIAL MEETING.                                 *
013460******************************************************************
013470 3000-PRINT-ROSTER-REPORT.
013480     OPEN OUTPUT ROSTER-REPORT
013490     IF NOT BP-ROSTRPT-OK
013500         DISPLAY "BLOGPOST: UNABLE TO OPEN ROSTER-REPORT, "
013510             "STATUS = " BP-ROSTRPT-STATUS
013520         MOVE 8 TO BP-RETURN-CODE
013530         GO TO 3000-PRINT-ROSTER-REPORT-EXIT
013540     END-IF
013550     MOVE ZEROES TO BP-PAGE-COUNT
013560     MOVE BP-LINES-PER-PAGE TO BP-LINE-COUNT
013570     SET BP-AUTH-IDX TO 1
013580     PERFORM 3100-PRINT-ROSTER-LINE
013590         THRU 3100-PRINT-ROSTER-LINE-EXIT
013600         VARYING BP-AUTH-IDX FROM 1 BY 1
013610         UNTIL BP-AUTH-IDX > BP-AUTHOR-COUNT
013620     MOVE BP-AUTHOR-COUNT TO BP-RPT-TOTAL-AUTHORS
013630     WRITE RR-PRINT-LINE FROM BP-RPT-TOTAL-LINE
013640     MOVE BP-ACTIVE-COUNT   TO BP-RPT-ACTIVE-AUTHORS
013650     WRITE RR-PRINT-LINE FROM BP-RPT-STATUS-LINE-1
013660     MOVE BP-INACTIVE-COUNT TO BP-RPT-INACTIVE-AUTHORS
013670     WRITE RR-PRINT-LINE FROM BP-RPT-STATUS-LINE-2
013680     MOVE BP-ONLEAVE-COUNT  TO BP-RPT-ONLEAVE-AUTHORS
013690     WRITE RR-PRINT-LINE FROM BP-RPT-STATUS-LINE-3
013700     CLOSE ROSTER-REPORT.
013710 3000-PRINT-ROSTER-REPORT-EXIT.
013720     EXIT.
013730
013740 3100-PRINT-ROSTER-LINE.
013750     IF BP-LINE-COUNT NOT LESS THAN BP-LINES-PER-PAGE
013760         PERFORM 3200-PRINT-PAGE-HEADERS
013770             THRU 3200-PRINT-PAGE-HEADERS-EXIT
013780     END-IF
013790     MOVE BP-TBL-AUTHOR-ID (BP-AUTH-IDX) TO BP-RPT-AUTHOR-ID
013800     MOVE BP-TBL-NAME (BP-AUTH-IDX)      TO BP-RPT-NAME
013810     MOVE BP-TBL-FAVORITE-NUMBER (BP-AUTH-IDX)
013820         TO BP-RPT-FAVORITE-NUMBER
013830     IF BP-TBL-DATE-IS-VALID (BP-AUTH-IDX)
013840         MOVE BP-TBL-AGE-YEARS (BP-AUTH-IDX) TO BP-RPT-AGE
013850     ELSE
013860         MOVE ZEROES TO BP-RPT-AGE
013870     END-IF
013880     PERFORM 3150-SET-STATUS-DESC
013890         THRU 3150-SET-STATUS-DESC-EXIT
013900     MOVE BP-STATUS-DESC TO BP-RPT-STATUS
013910     WRITE RR-PRINT-LINE FROM BP-RPT-DETAIL-LINE
013920     ADD 1 TO BP-LINE-COUNT.
013930 3100-PRINT-ROSTER-LINE-EXIT.
013940     EXIT.
013950
013960******************************************************************
013970*    3150-SET-STATUS-DESC                                       *
013980*    TRANSLATES THE TABLE ENTRY'S STATUS CODE AT BP-AUTH-IDX    *
013990*    INTO THE PRINTABLE DESCRIPTION AND ROLLS UP THE STATUS     *
014000*    SUBTOTALS.  A SPACE STATUS WAS ALREADY NORMALIZED TO       *
014010*    ACTIVE WHEN THE TABLE WAS LOADED.                          *
014020******************************************************************
014030 3150-SET-STATUS-DESC.
014040     EVALUATE TRUE
014050         WHEN BP-TBL-IS-ACTIVE (BP-AUTH-IDX)
014060             MOVE "ACTIVE" TO BP-STATUS-DESC
014070             ADD 1 TO BP-ACTIVE-COUNT
014080         WHEN BP-TBL-IS-ON-LEAVE (BP-AUTH-IDX)
014090             MOVE "ON LEAVE" TO BP-STATUS-DESC
014100             ADD 1 TO BP-ONLEAVE-COUNT
014110         WHEN OTHER
014120             MOVE "INACTIVE" TO BP-STATUS-DESC
014130             ADD 1 TO BP-INACTIVE-COUNT
014140     END-EVALUATE.
014150 3150-SET-STATUS-DESC-EXIT.
014160     EXIT.
014170
014180 3200-PRINT-PAGE-HEADERS.
014190     ADD 1 TO BP-PAGE-COUNT
014200     MOVE BP-PAGE-COUNT TO BP-RPT-PAGE-NO
014210     IF BP-PAGE-COUNT > 1
014220         WRITE RR-PRINT-LINE FROM SPACES
014230     END-IF
014240     WRITE RR-PRINT-LINE FROM BP-RPT-HEADER-1
014250     WRITE RR-PRINT-LINE FROM BP-RPT-HEADER-2
014260     MOVE ZEROES TO BP-LINE-COUNT.
014270 3200-PRINT-PAGE-HEADERS-EXIT.
014280     EXIT.
014290
014300******************************************************************
014310*    6000-WRITE-AUDIT-LOG                                       *
014320*    APPENDS ONE ENTRY TO THE RUN AUDIT LOG SO A ROSTER REPORT   *
014330*    CAN BE TRACED BACK TO THE RUN THAT PRODUCED IT.  THE JOB    *
014340*    ID COMES IN AS PARM TEXT ON THE EXEC STATEMENT (SEE THE     *
014350*    LINKAGE SECTION); NO PARM CODED MEANS AN AD HOC RUN.        *
014360******************************************************************
014370 6000-WRITE-AUDIT-LOG.
014380     MOVE "ADHOC" TO BP-JOB-ID
014390     IF LS-PARM-LENGTH > 0
014400         MOVE LS-PARM-LENGTH TO BP-PARM-LEN
014410         IF BP-PARM-LEN > 8
014420             MOVE 8 TO BP-PARM-LEN
014430         END-IF
014440         MOVE SPACES TO BP-JOB-ID
014450         MOVE LS-PARM-TEXT (1:BP-PARM-LEN) TO BP-JOB-ID
014460     END-IF
014470     OPEN EXTEND AUDIT-LOG
014480     IF BP-AUDITLOG-NOT-FOUND
014490         OPEN OUTPUT AUDIT-LOG
014500     END-IF
014510     IF NOT BP-AUDITLOG-OK
014520         DISPLAY "BLOGPOST: UNABLE TO OPEN AUDIT-LOG, "
014530             "STATUS = " BP-AUDITLOG-STATUS
014540         GO TO 6000-WRITE-AUDIT-LOG-EXIT
014550     END-IF
014560     MOVE FUNCTION CURRENT-DATE   TO AU-RUN-TIMESTAMP
014570     MOVE BP-JOB-ID               TO AU-JOB-ID
014580     MOVE BP-AUTHOR-COUNT         TO AU-AUTHOR-COUNT
014590     MOVE BP-RETURN-CODE          TO AU-RETURN-CODE
014600     WRITE AUDIT-RECORD
014610     CLOSE AUDIT-LOG.
014620 6000-WRITE-AUDIT-LOG-EXIT.
014630     EXIT.
014640
014650******************************************************************
014660*    7000-WRITE-CONTROL-TOTALS                                  *
014670*    WRITES THE RUN'S CONTROL TOTALS FOR THE RECONCILIATION      *
014680*    STEP.  WRITTEN EVEN AFTER A FAILED RUN, WITH WHATEVER        *
014690*    COUNTS WERE REACHED, SO AN OUT-OF-BALANCE EXPORT IS         *
014700*    CAUGHT RATHER THAN PUBLISHED.  A TOTALS FILE THAT CANNOT    *
014710*    BE WRITTEN LEAVES THE RECONCILIATION STEP NOTHING TO        *
014720*    BALANCE AGAINST, WHICH ITSELF WITHHOLDS THE PUBLISH FLAG.   *
014730******************************************************************
014740 7000-WRITE-CONTROL-TOTALS.
014750     OPEN OUTPUT CONTROL-TOTALS
014760     IF NOT BP-CTLTOTS-OK
014770         DISPLAY "BLOGPOST: UNABLE TO OPEN CONTROL-TOTALS, "
014780             "STATUS = " BP-CTLTOTS-STATUS
014790         GO TO 7000-WRITE-CONTROL-TOTALS-EXIT
014800     END-IF
014810     MOVE SPACES                  TO CONTROL-TOTALS-RECORD
014820     MOVE BP-CURR-YEAR            TO CT-RUN-YEAR
014830     MOVE BP-CURR-MONTH           TO CT-RUN-MONTH
014840     MOVE BP-CURR-DAY             TO CT-RUN-DAY
014850     MOVE BP-AUTHORS-EXPORTED-CNT TO CT-AUTHORS-EXPORTED
014860     MOVE BP-POSTS-READ-COUNT     TO CT-POSTS-READ
014870     MOVE BP-POSTS-EXPORTED-COUNT TO CT-POSTS-EXPORTED
014880     WRITE CONTROL-TOTALS-RECORD
014890     CLOSE CONTROL-TOTALS.
014900 7000-WRITE-CONTROL-TOTALS-EXIT.
014910     EXIT.
014920
014930******************************************************************
014940*    8100-EXPORT-AUTHORS / 8200-EXPORT-POST                       *
014950*    THE WEB CMS TEAM PICKS UP A PIPE-DELIMITED EXTRACT OF EVERY   *
014960*    AUTHOR AND EACH DAY'S BLOG POSTS AFTER EVERY RUN.  A          *
014970*    DELIMITED FLAT FILE IS USED IN PLACE OF JSON SINCE THIS       *
014980*    INSTALLATION'S RUNTIME HAS NO JSON SUPPORT.                   *
014990******************************************************************
015000 8100-EXPORT-AUTHORS.
015010     MOVE "HDR|AUTHOR-ID|NAME|FAVORITE-NUMBER|AGE-YEARS|STATUS|"
015020         TO CE-EXPORT-LINE
015030     WRITE CE-EXPORT-LINE
015040     PERFORM 8110-EXPORT-ONE-AUTHOR
015050         THRU 8110-EXPORT-ONE-AUTHOR-EXIT
015060         VARYING BP-AUTH-IDX FROM 1 BY 1
015070         UNTIL BP-AUTH-IDX > BP-AUTHOR-COUNT.
015080 8100-EXPORT-AUTHORS-EXIT.
015090     EXIT.
015100
015110 8110-EXPORT-ONE-AUTHOR.
015120     STRING "AUTHOR|"                      DELIMITED BY SIZE
015130         BP-TBL-AUTHOR-ID (BP-AUTH-IDX)     DELIMITED BY SIZE
015140         "|"                                DELIMITED BY SIZE
015150         BP-TBL-NAME (BP-AUTH-IDX)          DELIMITED BY SIZE
015160         "|"                                DELIMITED BY SIZE
015170         BP-TBL-FAVORITE-NUMBER (BP-AUTH-IDX)
015180                                             DELIMITED BY SIZE
015190         "|"                                DELIMITED BY SIZE
015200         BP-TBL-AGE-YEARS (BP-AUTH-IDX)     DELIMITED BY SIZE
015210         "|"                                DELIMITED BY SIZE
015220         BP-TBL-STATUS-CODE (BP-AUTH-IDX)   DELIMITED BY SIZE
015230         "|"                                DELIMITED BY SIZE
015240         INTO CE-EXPORT-LINE
015250     END-STRING
015260     WRITE CE-EXPORT-LINE
015270     ADD 1 TO BP-AUTHORS-EXPORTED-CNT.
015280 8110-EXPORT-ONE-AUTHOR-EXIT.
015290     EXIT.
015300
015310 8200-EXPORT-POST.
015320     STRING "POST|"                         DELIMITED BY SIZE
015330         BP-WK-POST-ID                      DELIMITED BY SIZE
015340         "|"                                DELIMITED BY SIZE
015350         BP-WK-TITLE                        DELIMITED BY SIZE
015360         "|"                                DELIMITED BY SIZE
015370         BP-WK-PUB-MONTH                    DELIMITED BY SIZE
015380         "/"                                DELIMITED BY SIZE
015390         BP-WK-PUB-DAY                      DELIMITED BY SIZE
015400         "/"                                DELIMITED BY SIZE
015410         BP-WK-PUB-YEAR                     DELIMITED BY SIZE
015420         "|"                                DELIMITED BY SIZE
015430         BP-WK-WORD-COUNT                   DELIMITED BY SIZE
015440         "|"                                DELIMITED BY SIZE
015450         BP-WK-AUTHOR-ID                    DELIMITED BY SIZE
015460         "|"                                DELIMITED BY SIZE
015470         BP-WK-CATEGORY-CODE                DELIMITED BY SIZE
015480         "|"                                DELIMITED BY SIZE
015490         BP-WK-SHARE-PCT                    DELIMITED BY SIZE
015500         "|"                                DELIMITED BY SIZE
015510         BP-WK-CO-AUTHOR-ID (1)             DELIMITED BY SIZE
015520         "|"                                DELIMITED BY SIZE
015530         BP-WK-CO-SHARE (1)                 DELIMITED BY SIZE
015540         "|"                                DELIMITED BY SIZE
015550         BP-WK-CO-AUTHOR-ID (2)             DELIMITED BY SIZE
015560         "|"                                DELIMITED BY SIZE
015570         BP-WK-CO-SHARE (2)                 DELIMITED BY SIZE
015580         "|"                                DELIMITED BY SIZE
015590         BP-WK-SERIES-CODE                  DELIMITED BY SIZE
015600         "|"                                DELIMITED BY SIZE
015610         BP-WK-SERIES-PART                  DELIMITED BY SIZE
015620         "|"                                DELIMITED BY SIZE
015630         INTO CE-EXPORT-LINE
015640     END-STRING
015650     WRITE CE-EXPORT-LINE
015660     ADD 1 TO BP-POSTS-EXPORTED-COUNT.
015670 8200-EXPORT-POST-EXIT.
015680     EXIT.
015690
015700******************************************************************
015710*    8300-RECORD-POST-HISTORY                                   *
015720*    ADDS THE CURRENT POST TO THE INDEXED POST-HISTORY MASTER.   *
015730*    A POST ID ALREADY ON THE MASTER (A RERUN OF THE SAME        *
015740*    NIGHT'S FEED) REPLACES THE EXISTING ENTRY RATHER THAN       *
015750*    FAILING, SO HISTORY ALWAYS REFLECTS THE LATEST RUN.  THE    *
015760*    AUTHOR/DATE KEY IS BUILT HERE FROM THE SAME FIELDS SO THE   *
015770*    ALTERNATE INDEXES FILE THE POST UNDER ITS AUTHOR AND ITS    *
015780*    PUBLISH DATE (CCYYMMDD).                                    *
015790******************************************************************
015800 8300-RECORD-POST-HISTORY.
015810     MOVE SPACES             TO POST-HISTORY-RECORD
015820     MOVE BP-WK-POST-ID      TO PH-POST-ID
015830     MOVE BP-WK-TITLE        TO PH-TITLE
015840     MOVE BP-WK-PUB-MONTH    TO PH-PUB-MONTH
015850     MOVE BP-WK-PUB-DAY      TO PH-PUB-DAY
015860     MOVE BP-WK-PUB-YEAR     TO PH-PUB-YEAR
015870     MOVE BP-WK-WORD-COUNT   TO PH-WORD-COUNT
015880     MOVE BP-WK-AUTHOR-ID    TO PH-AUTHOR-ID
015890     MOVE BP-WK-AUTHOR-ID    TO PH-KEY-AUTHOR-ID
015900     MOVE BP-WK-PUB-YEAR     TO PH-KEY-PUB-CCYY
015910     MOVE BP-WK-PUB-MONTH    TO PH-KEY-PUB-MM
015920     MOVE BP-WK-PUB-DAY      TO PH-KEY-PUB-DD
015930     MOVE BP-WK-CATEGORY-CODE TO PH-CATEGORY-CODE
015940     MOVE ZEROES             TO PH-RETRACT-DATE
015950     MOVE BP-WK-SHARE-PCT    TO PH-SHARE-PCT
015960     MOVE BP-WK-CO-AUTHOR-ID (1) TO PH-CO-AUTHOR-ID (1)
015970     MOVE BP-WK-CO-SHARE (1) TO PH-CO-SHARE-PCT (1)
015980     MOVE BP-WK-CO-AUTHOR-ID (2) TO PH-CO-AUTHOR-ID (2)
015990     MOVE BP-WK-CO-SHARE (2) TO PH-CO-SHARE-PCT (2)
016000     MOVE BP-WK-SERIES-CODE  TO PH-SERIES-CODE
016010     MOVE BP-WK-SERIES-PART  TO PH-SERIES-PART
016020     MOVE BP-LINK-FOUND-SWITCH TO PH-LINK-STATUS
016030     MOVE BP-CURR-YEAR       TO PH-PROC-YEAR
016040     MOVE BP-CURR-MONTH      TO PH-PROC-MONTH
016050     MOVE BP-CURR-DAY        TO PH-PROC-DAY
016060     WRITE POST-HISTORY-RECORD
016070         INVALID KEY
016080             REWRITE POST-HISTORY-RECORD
016090                 INVALID KEY
016100                     DISPLAY "BLOGPOST: UNABLE TO RECORD POST "
016110                         PH-POST-ID " ON POST-HISTORY, STATUS = "
016120                         BP-POSTHIST-STATUS
016130             END-REWRITE
016140     END-WRITE.
016150 8300-RECORD-POST-HISTORY-EXIT.
016160     EXIT.
016170
016180******************************************************************
016190*    8400-HOLD-POST / 8500-WRITE-SCHEDULE-LINE                  *
016200*    WRITES THE CURRENT POST TO TONIGHT'S HOLDING GENERATION     *
016210*    INSTEAD OF PUBLISHING IT.  A POST ARRIVING FROM TONIGHT'S   *
016220*    FEED IS STAMPED WITH TONIGHT AS ITS HELD DATE; ONE SWEPT    *
016230*    FORWARD FROM THE PRIOR HOLDING FILE KEEPS THE DATE IT WAS   *
016240*    FIRST HELD.  EVERY HELD POST PRINTS ON THE UPCOMING-        *
016250*    SCHEDULE REPORT.                                            *
016260******************************************************************
016270 8400-HOLD-POST.
016280     IF NOT BP-IN-SWEEP-PHASE
016290         MOVE SPACES          TO PENDING-POST-RECORD
016300         MOVE BP-WK-POST-ID   TO PN-POST-ID
016310         MOVE BP-WK-TITLE     TO PN-TITLE
016320         MOVE BP-WK-PUB-MONTH TO PN-PUB-MONTH
016330         MOVE BP-WK-PUB-DAY   TO PN-PUB-DAY
016340         MOVE BP-WK-PUB-YEAR  TO PN-PUB-YEAR
016350         MOVE BP-WK-WORD-COUNT TO PN-WORD-COUNT
016360         MOVE BP-WK-AUTHOR-ID TO PN-AUTHOR-ID
016370         MOVE BP-WK-CATEGORY-CODE TO PN-CATEGORY-CODE
016380         MOVE BP-WK-SHARE-PCT TO PN-SHARE-PCT
016390         MOVE BP-WK-CO-AUTHOR-ID (1) TO PN-CO-AUTHOR-ID (1)
016400         MOVE BP-WK-CO-SHARE (1) TO PN-CO-SHARE-PCT (1)
016410         MOVE BP-WK-CO-AUTHOR-ID (2) TO PN-CO-AUTHOR-ID (2)
016420         MOVE BP-WK-CO-SHARE (2) TO PN-CO-SHARE-PCT (2)
016430         MOVE BP-WK-SERIES-CODE TO PN-SERIES-CODE
016440         MOVE BP-WK-SERIES-PART TO PN-SERIES-PART
016450         MOVE BP-RUN-DATE-NUM TO PN-HELD-DATE
016460         DISPLAY "BLOGPOST: HOLDING FUTURE-DATED POST "
016470             BP-WK-POST-ID " UNTIL " BP-WK-PUB-MONTH "/"
016480             BP-WK-PUB-DAY "/" BP-WK-PUB-YEAR
016490     END-IF
016500     WRITE PO-PENDING-RECORD FROM PENDING-POST-RECORD
016510     ADD 1 TO BP-POSTS-HELD-COUNT
016520     PERFORM 8500-WRITE-SCHEDULE-LINE
016530         THRU 8500-WRITE-SCHEDULE-LINE-EXIT.
016540 8400-HOLD-POST-EXIT.
016550     EXIT.
016560
016570 8500-WRITE-SCHEDULE-LINE.
016580     IF NOT BP-SCHDRPT-OK
016590         GO TO 8500-WRITE-SCHEDULE-LINE-EXIT
016600     END-IF
016610     MOVE PN-POST-ID    TO BP-SCH-POST-ID
016620     MOVE PN-TITLE      TO BP-SCH-TITLE
016630     MOVE PN-AUTHOR-ID  TO BP-SCH-AUTHOR-ID
016640     MOVE PN-PUB-MONTH  TO BP-SCH-PUB-MONTH
016650     MOVE PN-PUB-DAY    TO BP-SCH-PUB-DAY
016660     MOVE PN-PUB-YEAR   TO BP-SCH-PUB-YEAR
016670     MOVE PN-HELD-DATE  TO BP-SCH-HELD-DATE
016680     WRITE SR-PRINT-LINE FROM BP-SCH-DETAIL-LINE.
016690 8500-WRITE-SCHEDULE-LINE-EXIT.
016700     EXIT.
016710
016720******************************************************************
016730*    7500-WRITE-NIGHT-SUMMARY                                   *
016740*    APPENDS THE RUN'S RETURN CODE, FEED AND EXPORT COUNTS,      *
016750*    AND THE PENDING HELD/RELEASED COUNTS TO THE NIGHT'S         *
016760*    STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE SUMMARY.  A      *
016770*    LOG THAT CANNOT BE OPENED ONLY COSTS THE SUMMARY LINE,      *
016780*    NEVER THE PUBLISHING RUN.                                   *
016790******************************************************************
016800 7500-WRITE-NIGHT-SUMMARY.
016810     OPEN EXTEND NIGHT-LOG
016820     IF BP-NIGHTLOG-NOT-FOUND
016830         OPEN OUTPUT NIGHT-LOG
016840     END-IF
016850     IF NOT BP-NIGHTLOG-OK
016860         DISPLAY "BLOGPOST: UNABLE TO OPEN NIGHT-LOG, "
016870             "STATUS = " BP-NIGHTLOG-STATUS
016880             " -- NO SUMMARY LINE THIS RUN"
016890         GO TO 7500-WRITE-NIGHT-SUMMARY-EXIT
016900     END-IF
016910     MOVE SPACES                  TO NIGHT-SUMMARY-RECORD
016920     MOVE "BLOGPOST"              TO NS-PROGRAM-ID
016930     COMPUTE NS-RUN-DATE =
016940         BP-CURR-YEAR * 10000
016950             + BP-CURR-MONTH * 100 + BP-CURR-DAY
016960     MOVE BP-RETURN-CODE          TO NS-RETURN-CODE
016970     MOVE BP-POSTS-READ-COUNT     TO NS-COUNT-READ
016980     MOVE BP-POSTS-EXPORTED-COUNT TO NS-COUNT-GOOD
016990     MOVE ZEROES                  TO NS-COUNT-REJECT
017000     MOVE BP-POSTS-HELD-COUNT     TO NS-COUNT-HELD
017010     MOVE BP-POSTS-RELEASED-COUNT TO NS-COUNT-RELEASED
017020     WRITE NIGHT-SUMMARY-RECORD
017030     CLOSE NIGHT-LOG.
017040 7500-WRITE-NIGHT-SUMMARY-EXIT.
017050     EXIT.
017060
017070 9999-TERMINATE.
017080     IF BP-AUTHMST-OK OR BP-AUTHMST-EOF
017090         CLOSE AUTHOR-MASTER
017100     END-IF
017110     IF BP-BLOGTRN-OK OR BP-BLOGTRN-EOF
017120         CLOSE BLOG-POST-FILE
017130     END-IF
017140     IF BP-CMSEXPRT-OK
017150         CLOSE CMS-EXPORT
017160     END-IF
017170     IF BP-POSTHIST-OK
017180         CLOSE POST-HISTORY
017190     END-IF
017200     IF BP-PENDOUT-OK
017210         CLOSE PENDING-OUT
017220     END-IF
017230     IF BP-SCHDRPT-OK
017240         CLOSE SCHEDULE-REPORT
017250     END-IF.
017260 9999-TERMINATE-EXIT.
017270     EXIT.
