000040*    DESCRIPTION   MONTHLY CONTRIBUTOR PAYMENT RUN.  TOTALS THE  *
000050*                  PUBLISHED WORD COUNT PER AUTHOR FROM THE      *
000060*                  POST-HISTORY MASTER FOR THE PAY MONTH,        *
000070*                  APPLIES THE PER-WORD RATE IN EFFECT ON EACH   *
000080*                  POST'S PUBLISH DATE FROM THE EFFECTIVE-DATED  *
000090*                  RATE FILE (PER-AUTHOR ROW, OR THE *DFLT*      *
000100*                  HOUSE RATE), AND PRODUCES THE PRINTED PAYMENT *
000110*                  REGISTER WITH GRAND TOTALS PLUS THE FIXED-    *
000120*                  FORMAT PAYMENT EXTRACT FOR ACCOUNTS PAYABLE.  *
000130*                  ZERO-WORD POSTS, POSTS WITH NO LINKED         *
000140*                  AUTHOR, AND AUTHORS WITH WORDS BUT NO RATE    *
000150*                  PRINT ON THE EXCEPTION PAGE INSTEAD OF        *
000160*                  SILENTLY DROPPING OUT OF THE PAY RUN.  THE    *
000170*                  PAY MONTH ARRIVES AS A CCYYMM PARM; NO PARM   *
000180*                  MEANS THE CURRENT MONTH.  A MONTHLY           *
000190*                  ENGAGEMENT BONUS IS PAID ON EVERY POST WHOSE  *
000200*                  ENGAGEMENT-HISTORY ROW WAS REFRESHED IN THE   *
000210*                  PAY MONTH AND MEETS A TIER ON THE BONUS TIER  *
000220*                  CARDS (BONUSTAB DD), SPLIT ACROSS THE         *
000230*                  BYLINES BY SHARE PERCENT.                     *
000240*                                                                *
000250*    BONUS TIER    COLUMNS 1-2   TIER ID                         *
000260*    CARD          COLUMNS 4-12  MINIMUM VIEWS IN THE PAY MONTH  *
000270*                  COLUMNS 14-17 MINIMUM AVERAGE READ SECONDS    *
000280*                  COLUMN  19    F = FLAT AMOUNT, U = UPLIFT     *
000290*                  COLUMNS 21-27 FLAT AMOUNT, 99999V99           *
000300*                  COLUMNS 29-33 UPLIFT PERCENT OF THE POST'S    *
000310*                                WORD PAY, 999V99                *
000320*                  CARDS ARE LISTED LOWEST TIER FIRST; A POST    *
000330*                  EARNS THE LAST TIER IT MEETS.  BLANK CARDS    *
000340*                  AND CARDS STARTING WITH * ARE IGNORED.        *
000350*                                                                *
000360*    RETURN CODES  0000 - REGISTER AND EXTRACT PRODUCED          *
000370*                  0004 - EXCEPTIONS FOUND (SEE EXCEPTION PAGE)  *
000380*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000390*                                                                *
000400*    MODIFICATION HISTORY                                       *
000410*    ---------------------------------------------------------- *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    ---------  ----  -------------------------------------------*
000440*    2026-08-22  SDL  ORIGINAL PROGRAM.                         *
000450*    2026-09-02  SDL  EACH PAY RUN NOW ALSO PRINTS A REMITTANCE  *
000460*                     STATEMENT PER AUTHOR - EVERY POST THAT     *
000470*                     EARNED, ITS WORDS, THE RATE APPLIED, THE   *
000480*                     LINE AMOUNT, AND THE MONTH TOTAL - AND     *
000490*                     CARRIES THE SETTLED WORDS AND AMOUNTS ON   *
000500*                     THE INDEXED YEAR-TO-DATE EARNINGS MASTER   *
000510*                     FOR THE TAX-SEASON EARNSUM SUMMARY.  A     *
000520*                     RERUN OF A MONTH REPLACES THAT MONTH'S     *
000530*                     BUCKET INSTEAD OF ADDING TO IT.            *
000540*    2026-09-02  SDL  RETRACTED POSTS (FLAGGED BY POSTRTRC) ARE  *
000550*                     NO LONGER PAID: A RETRACTION IN THE PAY    *
000560*                     MONTH GOES TO THE EXCEPTION PAGE, AND A    *
000570*                     POST PAID IN AN EARLIER MONTH AND PULLED   *
000580*                     THIS MONTH GENERATES A NEGATIVE            *
000590*                     ADJUSTMENT ON THE REGISTER, STATEMENT,     *
000600*                     EXTRACT (NEW PX-ADJUSTMENT FIELD), AND     *
000610*                     EARNINGS MASTER.                           *
000620*    2026-09-02  SDL  CO-AUTHORED POSTS NOW SPLIT THE WORDS BY   *
000630*                     THE SHARE PERCENTS ON THE HISTORY          *
000640*                     RECORD - EACH BYLINE AUTHOR IS CREDITED    *
000650*                     AND PAID THEIR PORTION AT THEIR OWN        *
000660*                     RATE, WITH ANY ROUNDING REMAINDER LEFT     *
000670*                     WITH THE FIRST BYLINE.  RETRACTION         *
000680*                     ADJUSTMENTS SPLIT THE SAME WAY.            *
000690*    2026-10-15  SDL  POSTS CORRECTED AFTER PUBLICATION BY THE   *
000700*                     POSTAMND AMENDMENT STEP ARE NOW SETTLED:   *
000710*                     AN AMENDMENT JOURNALED IN THE PAY MONTH    *
000720*                     AGAINST A POST PUBLISHED (AND PAID) IN AN  *
000730*                     EARLIER MONTH TAKES BACK THE OLD WORDS     *
000740*                     AND BYLINES AND PAYS THE NEW ONES, AS AN   *
000750*                     UP OR DOWN AMENDMENT ADJUSTMENT ON THE     *
000760*                     REGISTER, STATEMENT, EXTRACT, AND          *
000770*                     EARNINGS MASTER.  PX-ADJUSTMENT IS NOW     *
000780*                     SIGNED AND CARRIES THE NET OF BOTH         *
000790*                     ADJUSTMENTS.                               *
000800*    2026-10-15  SDL  THE RATE FILE IS NOW EFFECTIVE-DATED AND   *
000810*                     MAINTAINED BY RATEMNT.  EVERY POST, AND    *
000820*                     EVERY RETRACTION OR AMENDMENT ADJUSTMENT,  *
000830*                     IS PRICED AT THE RATE IN EFFECT ON THE     *
000840*                     POST'S PUBLISH DATE, SO A RERUN OF AN OLD  *
000850*                     MONTH PAYS THAT MONTH'S RATES.  THE        *
000860*                     REGISTER AND EXTRACT SHOW THE RATE IN      *
000870*                     EFFECT AT MONTH END; THE STATEMENT PRINTS  *
000880*                     EACH POST'S OWN RATE AND ANY RATE CHANGE   *
000890*                     THAT FALLS WITHIN THE PAY MONTH.           *
000900*    2026-10-15  SDL  THE EXTRACT LAYOUT MOVED TO THE PAYXREC    *
000910*                     COPYBOOK, SHARED WITH PAYRECON.  WRITING   *
000920*                     A MONTH'S EARNINGS BUCKET NOW CLEARS ITS   *
000930*                     A/P REMITTANCE STATUS, SINCE A RERUN SENDS *
000940*                     A NEW EXTRACT ROW FOR A/P TO SETTLE.       *
000950*    2026-10-15  SDL  ADDED THE MONTHLY ENGAGEMENT BONUS.  POSTS *
000960*                     WHOSE ENGAGEMENT-HISTORY ROW WAS REFRESHED *
000970*                     IN THE PAY MONTH EARN THE LAST BONUS TIER  *
000980*                     THEY MEET - A FLAT AMOUNT OR AN UPLIFT ON  *
000990*                     THE POST'S WORD PAY - SPLIT BY BYLINE      *
001000*                     SHARE.  RETRACTED POSTS EARN NO BONUS.     *
001010*                     THE BONUS HAS ITS OWN LINE ON THE          *
001020*                     REGISTER AND STATEMENT, ITS OWN FIELD ON   *
001030*                     THE EXTRACT (PX-BONUS-AMOUNT), AND ITS     *
001040*                     OWN BUCKET ON THE EARNINGS MASTER.         *
001050*    2026-10-15  SDL  POST-HISTORY IS NOW READ THROUGH ITS       *
001060*                     ALTERNATE INDEXES INSTEAD OF FRONT TO BACK.*
001070*                     THE PAY PASS STARTS THE PUBLISH-DATE INDEX *
001080*                     AT THE FIRST OF THE PAY MONTH AND STOPS AT *
001090*                     ITS LAST DAY.  THE RETRACTION TAKE-BACK    *
001100*                     SWEEP READS THE SAME INDEX UP TO THE PAY   *
001110*                     MONTH AND NEVER PAST IT.  EACH STATEMENT   *
001120*                     READS ITS AUTHOR'S OWN PAY-MONTH POSTS     *
001130*                     THROUGH THE AUTHOR/DATE INDEX; ONLY        *
001140*                     CO-BYLINE SHARES ARE STILL HELD IN THE     *
001150*                     STATEMENT DETAIL TABLE.  THE BONUS LOOKUP  *
001160*                     NAMES THE PRIME KEY ON ITS RANDOM READ.    *
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID.     AUTHPAY.
001200 AUTHOR.         SEBASTIAN DE LIMA.
001210 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
001220 DATE-WRITTEN.   2026-08-22.
001230 DATE-COMPILED.  2026-08-22.
001240
001250******************************************************************
001260*    ENVIRONMENT DIVISION                                       *
001270******************************************************************
001280 ENVIRONMENT DIVISION.
001290
001300 CONFIGURATION SECTION.
001310 SOURCE-COMPUTER.    MACBOOK-PRO.
001320 OBJECT-COMPUTER.    MACBOOK-PRO.
001330
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT POST-HISTORY     ASSIGN TO POSTHIST
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS PH-POST-ID
001400         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
001410             WITH DUPLICATES
001420         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
001430             WITH DUPLICATES
001440         FILE STATUS IS PY-POSTHIST-STATUS.
001450
001460     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS SEQUENTIAL
001490         RECORD KEY IS AR-AUTHOR-ID
001500         FILE STATUS IS PY-AUTHMST-STATUS.
001510
001520     SELECT RATE-FILE        ASSIGN TO RATEFILE
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS SEQUENTIAL
001550         RECORD KEY IS RT-RATE-KEY
001560         FILE STATUS IS PY-RATEFILE-STATUS.
001570
001580     SELECT PAY-REGISTER     ASSIGN TO PAYREG
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         ACCESS MODE IS SEQUENTIAL
001610         FILE STATUS IS PY-PAYREG-STATUS.
001620
001630     SELECT PAY-EXTRACT      ASSIGN TO PAYEXTR
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         ACCESS MODE IS SEQUENTIAL
001660         FILE STATUS IS PY-PAYEXTR-STATUS.
001670
001680     SELECT EARNINGS-MASTER  ASSIGN TO EARNMST
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS RANDOM
001710         RECORD KEY IS EY-AUTHOR-ID
001720         FILE STATUS IS PY-EARNMST-STATUS.
001730
001740     SELECT PAY-STATEMENTS   ASSIGN TO STMTRPT
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         ACCESS MODE IS SEQUENTIAL
001770         FILE STATUS IS PY-STMTRPT-STATUS.
001780
001790     SELECT AMEND-HISTORY    ASSIGN TO AMNDHIST
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         ACCESS MODE IS SEQUENTIAL
001820         FILE STATUS IS PY-AMNDHIST-STATUS.
001830
001840     SELECT BONUS-TIERS      ASSIGN TO BONUSTAB
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         ACCESS MODE IS SEQUENTIAL
001870         FILE STATUS IS PY-BONUSTAB-STATUS.
001880
001890     SELECT ENGAGE-HISTORY   ASSIGN TO ENGHIST
001900         ORGANIZATION IS INDEXED
001910         ACCESS MODE IS SEQUENTIAL
001920         RECORD KEY IS EH-POST-ID
001930         FILE STATUS IS PY-ENGHIST-STATUS.
001940
001950******************************************************************
001960*    DATA DIVISION                                              *
001970******************************************************************
001980 DATA DIVISION.
001990
002000 FILE SECTION.
002010 FD  POST-HISTORY
002020     LABEL RECORDS ARE STANDARD.
002030     COPY PHISTREC.
002040
002050 FD  AUTHOR-MASTER
002060     LABEL RECORDS ARE STANDARD.
002070     COPY AUTHREC.
002080
002090 FD  RATE-FILE
002100     LABEL RECORDS ARE STANDARD.
002110     COPY RATEREC.
002120
002130 FD  PAY-REGISTER
002140     LABEL RECORDS ARE STANDARD.
002150 01  PG-PRINT-LINE               PIC X(132).
002160
002170 FD  PAY-EXTRACT
002180     LABEL RECORDS ARE STANDARD.
002190     COPY PAYXREC.
002200
002210 FD  EARNINGS-MASTER
002220     LABEL RECORDS ARE STANDARD.
002230     COPY EARNREC.
002240
002250 FD  PAY-STATEMENTS
002260     LABEL RECORDS ARE STANDARD.
002270 01  PS-PRINT-LINE               PIC X(132).
002280
002290 FD  AMEND-HISTORY
002300     LABEL RECORDS ARE STANDARD.
002310     COPY AMDHREC.
002320
002330 FD  BONUS-TIERS
002340     LABEL RECORDS ARE STANDARD.
002350 01  TC-CARD-IMAGE.
002360     05  TC-TIER-ID              PIC X(02).
002370     05  FILLER                  PIC X(01).
002380     05  TC-MIN-VIEWS            PIC X(09).
002390     05  TC-MIN-VIEWS-N REDEFINES TC-MIN-VIEWS
002400                                 PIC 9(09).
002410     05  FILLER                  PIC X(01).
002420     05  TC-MIN-READ-SECS        PIC X(04).
002430     05  TC-MIN-READ-SECS-N REDEFINES TC-MIN-READ-SECS
002440                                 PIC 9(04).
002450     05  FILLER                  PIC X(01).
002460     05  TC-PAY-METHOD           PIC X(01).
002470         88  TC-PAY-FLAT                 VALUE "F".
002480         88  TC-PAY-UPLIFT               VALUE "U".
002490     05  FILLER                  PIC X(01).
002500     05  TC-FLAT-AMOUNT          PIC X(07).
002510     05  TC-FLAT-AMOUNT-N REDEFINES TC-FLAT-AMOUNT
002520                                 PIC 9(05)V9(02).
002530     05  FILLER                  PIC X(01).
002540     05  TC-UPLIFT-PCT           PIC X(05).
002550     05  TC-UPLIFT-PCT-N REDEFINES TC-UPLIFT-PCT
002560                                 PIC 9(03)V9(02).
002570     05  FILLER                  PIC X(47).
002580
002590 FD  ENGAGE-HISTORY
002600     LABEL RECORDS ARE STANDARD.
002610     COPY EHISTREC.
002620
002630 WORKING-STORAGE SECTION.
002640******************************************************************
002650*    FILE STATUS SWITCHES                                       *
002660******************************************************************
002670 01  PY-POSTHIST-STATUS      PIC X(02).
002680     88  PY-POSTHIST-OK              VALUE "00".
002690     88  PY-POSTHIST-EOF             VALUE "10".
002700     88  PY-POSTHIST-NO-RECORD       VALUE "23".
002710
002720 01  PY-AUTHMST-STATUS       PIC X(02).
002730     88  PY-AUTHMST-OK               VALUE "00".
002740     88  PY-AUTHMST-EOF              VALUE "10".
002750
002760 01  PY-RATEFILE-STATUS      PIC X(02).
002770     88  PY-RATEFILE-OK              VALUE "00".
002780     88  PY-RATEFILE-EOF             VALUE "10".
002790
002800 01  PY-PAYREG-STATUS        PIC X(02).
002810     88  PY-PAYREG-OK                VALUE "00".
002820
002830 01  PY-PAYEXTR-STATUS       PIC X(02).
002840     88  PY-PAYEXTR-OK               VALUE "00".
002850
002860 01  PY-EARNMST-STATUS       PIC X(02).
002870     88  PY-EARNMST-OK               VALUE "00".
002880     88  PY-EARNMST-NOT-FOUND        VALUE "35".
002890
002900 01  PY-STMTRPT-STATUS       PIC X(02).
002910     88  PY-STMTRPT-OK               VALUE "00".
002920
002930 01  PY-AMNDHIST-STATUS      PIC X(02).
002940     88  PY-AMNDHIST-OK              VALUE "00".
002950     88  PY-AMNDHIST-EOF             VALUE "10".
002960     88  PY-AMNDHIST-NOT-FOUND       VALUE "35".
002970
002980 01  PY-BONUSTAB-STATUS      PIC X(02).
002990     88  PY-BONUSTAB-OK              VALUE "00".
003000     88  PY-BONUSTAB-EOF             VALUE "10".
003010     88  PY-BONUSTAB-NOT-FOUND       VALUE "35".
003020
003030 01  PY-ENGHIST-STATUS       PIC X(02).
003040     88  PY-ENGHIST-OK               VALUE "00".
003050     88  PY-ENGHIST-EOF              VALUE "10".
003060     88  PY-ENGHIST-NOT-FOUND        VALUE "35".
003070
003080******************************************************************
003090*    PROGRAM SWITCHES                                           *
003100******************************************************************
003110 77  PY-AUTHMST-EOF-SWITCH   PIC X(01) VALUE "N".
003120     88  PY-AUTHMST-END-OF-FILE      VALUE "Y".
003130
003140 77  PY-POSTHIST-EOF-SWITCH  PIC X(01) VALUE "N".
003150     88  PY-END-OF-HISTORY           VALUE "Y".
003160
003170 77  PY-STM-POSTS-EOF-SWITCH PIC X(01) VALUE "N".
003180     88  PY-END-OF-STM-POSTS         VALUE "Y".
003190
003200 77  PY-RATEFILE-EOF-SWITCH  PIC X(01) VALUE "N".
003210     88  PY-END-OF-RATES             VALUE "Y".
003220
003230 77  PY-AMNDHIST-EOF-SWITCH  PIC X(01) VALUE "N".
003240     88  PY-END-OF-AMENDMENTS        VALUE "Y".
003250
003260 77  PY-BONUSTAB-EOF-SWITCH  PIC X(01) VALUE "N".
003270     88  PY-END-OF-TIERS             VALUE "Y".
003280
003290 77  PY-ENGHIST-EOF-SWITCH   PIC X(01) VALUE "N".
003300     88  PY-END-OF-ENGAGEMENT        VALUE "Y".
003310
003320 77  PY-AMD-DIRECTION-SW     PIC X(01) VALUE SPACE.
003330     88  PY-AMD-TAKE-BACK            VALUE "T".
003340     88  PY-AMD-PAY-NEW              VALUE "P".
003350
003360 77  PY-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
003370     88  PY-MATCH-FOUND              VALUE "Y".
003380
003390 77  PY-RATE-LOOKUP-SWITCH   PIC X(01) VALUE "N".
003400     88  PY-RATE-IN-EFFECT           VALUE "Y".
003410
003420 77  PY-PREV-RATE-SWITCH     PIC X(01) VALUE "N".
003430     88  PY-PREV-RATE-IN-EFFECT      VALUE "Y".
003440
003450 77  PY-EY-NEW-SWITCH        PIC X(01) VALUE "N".
003460     88  PY-EY-RECORD-IS-NEW         VALUE "Y".
003470
003480******************************************************************
003490*    PAY MONTH CONTROL, CCYY * 100 + MM AS IN AUTHPROD           *
003500******************************************************************
003510 77  PY-PAY-MONTH-KEY        PIC 9(06) VALUE ZEROES.
003520 77  PY-POST-MONTH-KEY       PIC 9(06) VALUE ZEROES.
003530 77  PY-AMD-MONTH-KEY        PIC 9(06) VALUE ZEROES.
003540
003550 01  PY-PAY-MONTH-FIELDS.
003560     05  PY-PAY-CCYY          PIC 9(04).
003570     05  PY-PAY-MM            PIC 9(02).
003580
003590 01  PY-CURRENT-DATE-FIELDS.
003600     05  PY-CURR-YEAR         PIC 9(04).
003610     05  PY-CURR-MONTH        PIC 9(02).
003620     05  PY-CURR-DAY          PIC 9(02).
003630     05  FILLER               PIC X(13).
003640
003650******************************************************************
003660*    TABLE OF DAYS PER CALENDAR MONTH, USED TO FIND THE LAST DAY *
003670*    OF THE PAY MONTH.  FEBRUARY IS CARRIED AS 28 AND BUMPED TO  *
003680*    29 IN 1200-SET-PAY-MONTH FOR LEAP YEARS.                    *
003690******************************************************************
003700 01  PY-DAYS-IN-MONTH-TABLE.
003710     05  FILLER                  PIC 9(02) VALUE 31.
003720     05  FILLER                  PIC 9(02) VALUE 28.
003730     05  FILLER                  PIC 9(02) VALUE 31.
003740     05  FILLER                  PIC 9(02) VALUE 30.
003750     05  FILLER                  PIC 9(02) VALUE 31.
003760     05  FILLER                  PIC 9(02) VALUE 30.
003770     05  FILLER                  PIC 9(02) VALUE 31.
003780     05  FILLER                  PIC 9(02) VALUE 31.
003790     05  FILLER                  PIC 9(02) VALUE 30.
003800     05  FILLER                  PIC 9(02) VALUE 31.
003810     05  FILLER                  PIC 9(02) VALUE 30.
003820     05  FILLER                  PIC 9(02) VALUE 31.
003830 01  PY-DAYS-IN-MONTH REDEFINES PY-DAYS-IN-MONTH-TABLE.
003840     05  PY-DIM-ENTRY            PIC 9(02) OCCURS 12 TIMES.
003850
003860 77  PY-PAY-LAST-DAY         PIC 9(02) VALUE ZEROES.
003870 77  PY-PAY-MONTH-START-DATE PIC 9(08) VALUE ZEROES.
003880 77  PY-PAY-MONTH-END-DATE   PIC 9(08) VALUE ZEROES.
003890
003900******************************************************************
003910*    AUTHOR PAYMENT TABLE - EVERY AUTHOR ON THE MASTER IN KEY     *
003920*    ORDER, WITH THE MONTH'S WORD TOTALS, THE AMOUNTS PRICED     *
003930*    POST BY POST, AND THE RATE IN EFFECT AT MONTH END.  THE     *
003940*    NO-RATE SWITCH MARKS AN AUTHOR WITH A POST DATED WHEN NO    *
003950*    RATE WAS IN EFFECT FOR THEM.                                *
003960******************************************************************
003970 77  PY-AUTHOR-TABLE-MAX     PIC 9(05) VALUE 00500.
003980 77  PY-AUTHOR-COUNT         PIC 9(05) VALUE ZEROES.
003990
004000 01  PY-AUTHOR-TABLE.
004010     05  PY-AUTHOR-ENTRY OCCURS 1 TO 500 TIMES
004020             DEPENDING ON PY-AUTHOR-COUNT
004030             ASCENDING KEY IS PY-TBL-AUTHOR-ID
004040             INDEXED BY PY-AUTH-IDX.
004050         10  PY-TBL-AUTHOR-ID        PIC X(06).
004060         10  PY-TBL-NAME             PIC A(20).
004070         10  PY-TBL-POSTS            PIC 9(05).
004080         10  PY-TBL-WORDS            PIC 9(07).
004090         10  PY-TBL-RATE             PIC 9(01)V9(04).
004100         10  PY-TBL-RATE-FOUND-SW    PIC X(01).
004110             88  PY-TBL-RATE-FOUND          VALUE "Y".
004120         10  PY-TBL-NO-RATE-SW       PIC X(01).
004130             88  PY-TBL-RATE-MISSING        VALUE "Y".
004140         10  PY-TBL-AMOUNT           PIC 9(07)V9(02).
004150         10  PY-TBL-ADJ-WORDS        PIC 9(07).
004160         10  PY-TBL-ADJ-AMOUNT       PIC 9(07)V9(02).
004170         10  PY-TBL-AMD-WORDS        PIC S9(07).
004180         10  PY-TBL-AMD-AMOUNT       PIC S9(07)V9(02).
004190         10  PY-TBL-BONUS-POSTS      PIC 9(05).
004200         10  PY-TBL-BONUS-AMOUNT     PIC 9(07)V9(02).
004210
004220******************************************************************
004230*    ENGAGEMENT BONUS TIER TABLE, LOADED FROM THE TIER CARDS IN  *
004240*    DECK ORDER, LOWEST TIER FIRST.  A POST EARNS THE LAST TIER  *
004250*    WHOSE VIEW AND READ-TIME MINIMUMS IT MEETS: A FLAT AMOUNT,  *
004260*    OR AN UPLIFT PERCENT OF THE POST'S WORD PAY.                *
004270******************************************************************
004280 77  PY-TIER-TABLE-MAX       PIC 9(03) VALUE 020.
004290 77  PY-TIER-COUNT           PIC 9(03) VALUE ZEROES.
004300 77  PY-TIER-SUB             PIC 9(03) VALUE ZEROES.
004310 77  PY-TIER-HIT-SUB         PIC 9(03) VALUE ZEROES.
004320 77  PY-BONUS-VIEWS          PIC 9(09) VALUE ZEROES.
004330 77  PY-BONUS-CO-AMOUNT      PIC 9(07)V9(02) VALUE ZEROES.
004340 77  PY-BONUS-ROWS-READ      PIC 9(07) VALUE ZEROES.
004350
004360 01  PY-TIER-TABLE.
004370     05  PY-TIER-ENTRY OCCURS 20 TIMES.
004380         10  PY-TIER-ID              PIC X(02).
004390         10  PY-TIER-MIN-VIEWS       PIC 9(09).
004400         10  PY-TIER-MIN-SECS        PIC 9(04).
004410         10  PY-TIER-METHOD          PIC X(01).
004420             88  PY-TIER-FLAT               VALUE "F".
004430             88  PY-TIER-UPLIFT             VALUE "U".
004440         10  PY-TIER-FLAT-AMOUNT     PIC 9(05)V9(02).
004450         10  PY-TIER-UPLIFT-PCT      PIC 9(03)V9(02).
004460
004470******************************************************************
004480*    RATE TABLE, LOADED FROM THE RATE FILE IN KEY ORDER -        *
004490*    AUTHOR, THEN EFFECTIVE DATE - WITH THE *DFLT* HOUSE ROWS    *
004500*    ALONGSIDE THE PER-AUTHOR ROWS.  2560-FIND-RATE-IN-EFFECT    *
004510*    LOOKS UP AN AUTHOR'S RATE FOR A GIVEN CCYYMMDD DATE.        *
004520******************************************************************
004530 77  PY-RATE-TABLE-MAX       PIC 9(05) VALUE 02000.
004540 77  PY-RATE-COUNT           PIC 9(05) VALUE ZEROES.
004550 77  PY-RATE-SUB             PIC 9(05) VALUE ZEROES.
004560 77  PY-RATE-GOVERN-SUB      PIC 9(05) VALUE ZEROES.
004570 77  PY-RATE-LOOKUP-ID       PIC X(06) VALUE SPACES.
004580 77  PY-RATE-SCAN-ID         PIC X(06) VALUE SPACES.
004590 77  PY-RATE-LOOKUP-DATE     PIC 9(08) VALUE ZEROES.
004600 77  PY-RATE-LOOKUP-RATE     PIC 9(01)V9(04) VALUE ZEROES.
004610 77  PY-PREV-RATE            PIC 9(01)V9(04) VALUE ZEROES.
004620 77  PY-RATE-DAY             PIC 9(02) VALUE ZEROES.
004630
004640 01  PY-RATE-TABLE.
004650     05  PY-RATE-ENTRY OCCURS 1 TO 2000 TIMES
004660             DEPENDING ON PY-RATE-COUNT.
004670         10  PY-RTBL-AUTHOR-ID       PIC X(06).
004680         10  PY-RTBL-EFF-DATE        PIC 9(08).
004690         10  PY-RTBL-END-DATE        PIC 9(08).
004700         10  PY-RTBL-RATE            PIC 9(01)V9(04).
004710
004720******************************************************************
004730*    STATEMENT DETAIL TABLE - EVERY CO-BYLINE SHARE THAT EARNED   *
004740*    IN THE PAY MONTH, SO THE PER-AUTHOR REMITTANCE STATEMENTS    *
004750*    CAN LIST THE POSTS A CONTRIBUTOR WAS PAID FOR UNDER SOMEONE  *
004760*    ELSE'S BYLINE.  AN AUTHOR'S OWN POSTS ARE READ BACK THROUGH  *
004770*    THE AUTHOR/DATE INDEX WHEN THE STATEMENT PRINTS.  OVERFLOW   *
004780*    BEYOND THE TABLE STILL PAYS NORMALLY; THE STATEMENTS JUST    *
004790*    NOTE THEY ARE INCOMPLETE.                                    *
004800******************************************************************
004810 77  PY-PDET-TABLE-MAX       PIC 9(05) VALUE 02000.
004820 77  PY-PDET-COUNT           PIC 9(05) VALUE ZEROES.
004830 77  PY-PDET-LOST-COUNT      PIC 9(05) VALUE ZEROES.
004840 77  PY-PDET-IDX             PIC 9(05) VALUE ZEROES.
004850
004860 01  PY-POST-DETAIL-TABLE.
004870     05  PY-PDET-ENTRY OCCURS 2000 TIMES.
004880         10  PY-PDET-POST-ID         PIC X(08).
004890         10  PY-PDET-TITLE           PIC X(30).
004900         10  PY-PDET-AUTHOR-ID       PIC X(06).
004910         10  PY-PDET-PUB-MONTH       PIC 9(02).
004920         10  PY-PDET-PUB-DAY         PIC 9(02).
004930         10  PY-PDET-PUB-YEAR        PIC 9(04).
004940         10  PY-PDET-WORDS           PIC 9(05).
004950         10  PY-PDET-RATE            PIC 9(01)V9(04).
004960         10  PY-PDET-AMOUNT          PIC 9(07)V9(02).
004970
004980******************************************************************
004990*    BYLINE SPLIT WORK TABLE - THE CURRENT HISTORY RECORD'S       *
005000*    AUTHORS AND THEIR SHARE OF ITS WORDS.  CO-BYLINE WORDS       *
005010*    ARE SHARE PERCENT TRUNCATED; THE FIRST BYLINE KEEPS THE      *
005020*    ROUNDING REMAINDER SO EVERY WORD IS SETTLED EXACTLY ONCE.    *
005030*    EACH BYLINE ALSO CARRIES ITS SHARE PERCENT (THE FIRST       *
005040*    BYLINE'S IS WHAT THE CO-BYLINES LEAVE) AND, FOR THE         *
005050*    ENGAGEMENT BONUS, ITS PORTION OF THE POST'S BONUS.          *
005060*    THE SPLIT WORKS FROM PY-SPLIT-SOURCE, LOADED FROM THE        *
005070*    HISTORY RECORD OR FROM ONE IMAGE OF AN AMENDMENT JOURNAL     *
005080*    ENTRY.                                                      *
005090******************************************************************
005100 01  PY-SPLIT-SOURCE.
005110     05  PY-SPL-AUTHOR-ID        PIC X(06).
005120     05  PY-SPL-WORD-COUNT       PIC 9(05).
005130     05  PY-SPL-CO-BYLINE OCCURS 2 TIMES.
005140         10  PY-SPL-CO-AUTHOR-ID PIC X(06).
005150         10  PY-SPL-CO-SHARE-PCT PIC 9(03).
005160
005170 77  PY-BYL-COUNT            PIC 9(01) VALUE ZERO.
005180 77  PY-BYL-IDX              PIC 9(01) VALUE ZERO.
005190 77  PY-BYL-SUB              PIC 9(01) VALUE ZERO.
005200 77  PY-BYL-CO-WORDS         PIC 9(07) VALUE ZEROES.
005210 77  PY-BYL-CO-SHARE         PIC 9(03) VALUE ZEROES.
005220
005230 01  PY-BYLINE-TABLE.
005240     05  PY-BYL-ENTRY OCCURS 3 TIMES.
005250         10  PY-BYL-AUTHOR-ID        PIC X(06).
005260         10  PY-BYL-WORDS            PIC 9(05).
005270         10  PY-BYL-SHARE-PCT        PIC 9(03).
005280         10  PY-BYL-BONUS            PIC 9(07)V9(02).
005290
005300******************************************************************
005310*    EXCEPTION TABLE FOR THE EXCEPTION PAGE                      *
005320******************************************************************
005330 77  PY-EXC-TABLE-MAX        PIC 9(03) VALUE 100.
005340 77  PY-EXC-COUNT            PIC 9(03) VALUE ZEROES.
005350 77  PY-EXC-PRINT-IDX        PIC 9(03) VALUE ZEROES.
005360 77  PY-EXC-LOST-COUNT       PIC 9(05) VALUE ZEROES.
005370 77  PY-EXC-WORK-ID          PIC X(08) VALUE SPACES.
005380 77  PY-EXC-WORK-REASON      PIC X(40) VALUE SPACES.
005390
005400 01  PY-EXCEPTION-TABLE.
005410     05  PY-EXC-ENTRY OCCURS 100 TIMES.
005420         10  PY-EXC-ITEM-ID          PIC X(08).
005430         10  PY-EXC-REASON           PIC X(40).
005440
005450******************************************************************
005460*    RUN TOTALS AND WORK FIELDS                                  *
005470******************************************************************
005480 77  PY-HISTORY-READ-COUNT   PIC 9(07) VALUE ZEROES.
005490 77  PY-AUTHORS-PAID-COUNT   PIC 9(05) VALUE ZEROES.
005500 77  PY-TOT-POSTS            PIC 9(07) VALUE ZEROES.
005510 77  PY-TOT-WORDS            PIC 9(09) VALUE ZEROES.
005520 77  PY-TOT-AMOUNT           PIC S9(09)V9(02) VALUE ZEROES.
005530 77  PY-TOT-ADJ-AMOUNT       PIC 9(09)V9(02) VALUE ZEROES.
005540 77  PY-TOT-AMD-AMOUNT       PIC S9(09)V9(02) VALUE ZEROES.
005550 77  PY-TOT-BONUS-AMOUNT     PIC 9(09)V9(02) VALUE ZEROES.
005560 77  PY-RETR-MONTH-KEY       PIC 9(06) VALUE ZEROES.
005570 77  PY-NET-AMOUNT           PIC S9(08)V9(02) VALUE ZEROES.
005580 77  PY-NET-WORDS            PIC S9(08) VALUE ZEROES.
005590 77  PY-ADJ-WORDS-NEG        PIC S9(08) VALUE ZEROES.
005600 77  PY-ADJ-AMT-NEG          PIC S9(08)V9(02) VALUE ZEROES.
005610 77  PY-LINE-AMOUNT          PIC 9(07)V9(02) VALUE ZEROES.
005620 77  PY-POST-DATE-NUM        PIC 9(08) VALUE ZEROES.
005630 77  PY-STATEMENTS-PRINTED   PIC 9(05) VALUE ZEROES.
005640 77  PY-EY-MONTH             PIC 9(02) VALUE ZEROES.
005650
005660 77  PY-RETURN-CODE          PIC 9(04) VALUE ZEROES.
005670
005680******************************************************************
005690*    PAYMENT REGISTER CONTROLS AND PRINT LINES                   *
005700******************************************************************
005710 77  PY-LINES-PER-PAGE       PIC 9(02) VALUE 50.
005720 77  PY-LINE-COUNT           PIC 9(02) VALUE ZEROES.
005730 77  PY-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
005740
005750 01  PY-RPT-HEADER-1.
005760     05  FILLER                  PIC X(34)
005770             VALUE "AUTHPAY CONTRIBUTOR PAY REGISTER  ".
005780     05  FILLER                  PIC X(06) VALUE SPACES.
005790     05  FILLER                  PIC X(10) VALUE "PAY MONTH ".
005800     05  PY-RPT-HDR-MONTH        PIC 9(02).
005810     05  FILLER                  PIC X(01) VALUE "/".
005820     05  PY-RPT-HDR-YEAR         PIC 9(04).
005830     05  FILLER                  PIC X(05) VALUE SPACES.
005840     05  FILLER                  PIC X(05) VALUE "PAGE ".
005850     05  PY-RPT-PAGE-NO          PIC ZZ9.
005860
005870 01  PY-RPT-HEADER-2.
005880     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
005890     05  FILLER                  PIC X(22) VALUE "NAME".
005900     05  FILLER                  PIC X(08) VALUE "POSTS".
005910     05  FILLER                  PIC X(10) VALUE "WORDS".
005920     05  FILLER                  PIC X(09) VALUE "RATE".
005930     05  FILLER                  PIC X(12) VALUE "AMOUNT DUE".
005940
005950 01  PY-RPT-DETAIL-LINE.
005960     05  PY-RPT-AUTHOR-ID        PIC X(06).
005970     05  FILLER                  PIC X(04) VALUE SPACES.
005980     05  PY-RPT-NAME             PIC X(20).
005990     05  FILLER                  PIC X(02) VALUE SPACES.
006000     05  PY-RPT-POSTS            PIC ZZZZ9.
006010     05  FILLER                  PIC X(03) VALUE SPACES.
006020     05  PY-RPT-WORDS            PIC ZZZZZZ9.
006030     05  FILLER                  PIC X(03) VALUE SPACES.
006040     05  PY-RPT-RATE             PIC 9.9999.
006050     05  FILLER                  PIC X(03) VALUE SPACES.
006060     05  PY-RPT-AMOUNT           PIC ZZZZZZ9.99.
006070
006080 01  PY-RPT-TOTAL-LINE-1.
006090     05  FILLER                  PIC X(26)
006100             VALUE "AUTHORS PAID............: ".
006110     05  PY-RPT-TOT-AUTHORS      PIC ZZZZ9.
006120
006130 01  PY-RPT-TOTAL-LINE-2.
006140     05  FILLER                  PIC X(26)
006150             VALUE "POSTS PAID..............: ".
006160     05  PY-RPT-TOT-POSTS        PIC ZZZZZZ9.
006170
006180 01  PY-RPT-TOTAL-LINE-3.
006190     05  FILLER                  PIC X(26)
006200             VALUE "WORDS PAID..............: ".
006210     05  PY-RPT-TOT-WORDS        PIC ZZZZZZZZ9.
006220
006230 01  PY-RPT-TOTAL-LINE-4.
006240     05  FILLER                  PIC X(26)
006250             VALUE "TOTAL AMOUNT DUE........: ".
006260     05  PY-RPT-TOT-AMOUNT       PIC -ZZZZZZZZ9.99.
006270
006280 01  PY-RPT-TOTAL-LINE-5.
006290     05  FILLER                  PIC X(26)
006300             VALUE "RETRACTION ADJUSTMENTS..: ".
006310     05  PY-RPT-TOT-ADJUST       PIC -ZZZZZZZZ9.99.
006320
006330 01  PY-RPT-TOTAL-LINE-6.
006340     05  FILLER                  PIC X(26)
006350             VALUE "AMENDMENT ADJUSTMENTS...: ".
006360     05  PY-RPT-TOT-AMEND        PIC -ZZZZZZZZ9.99.
006370
006380 01  PY-RPT-TOTAL-LINE-7.
006390     05  FILLER                  PIC X(26)
006400             VALUE "ENGAGEMENT BONUSES......: ".
006410     05  PY-RPT-TOT-BONUS        PIC -ZZZZZZZZ9.99.
006420
006430 01  PY-RPT-ADJUST-LINE.
006440     05  FILLER                  PIC X(10) VALUE SPACES.
006450     05  FILLER                  PIC X(24)
006460             VALUE "RETRACTION ADJUSTMENT".
006470     05  FILLER                  PIC X(03) VALUE SPACES.
006480     05  PY-RPT-ADJ-WORDS        PIC -ZZZZZZ9.
006490     05  FILLER                  PIC X(12) VALUE SPACES.
006500     05  PY-RPT-ADJ-AMOUNT       PIC -ZZZZZZ9.99.
006510
006520 01  PY-RPT-AMEND-LINE.
006530     05  FILLER                  PIC X(10) VALUE SPACES.
006540     05  FILLER                  PIC X(24)
006550             VALUE "AMENDMENT ADJUSTMENT".
006560     05  FILLER                  PIC X(03) VALUE SPACES.
006570     05  PY-RPT-AMD-WORDS        PIC -ZZZZZZ9.
006580     05  FILLER                  PIC X(12) VALUE SPACES.
006590     05  PY-RPT-AMD-AMOUNT       PIC -ZZZZZZ9.99.
006600
006610 01  PY-RPT-BONUS-LINE.
006620     05  FILLER                  PIC X(10) VALUE SPACES.
006630     05  FILLER                  PIC X(22)
006640             VALUE "ENGAGEMENT BONUS".
006650     05  PY-RPT-BONUS-POSTS      PIC ZZZZ9.
006660     05  FILLER                  PIC X(22) VALUE SPACES.
006670     05  PY-RPT-BONUS-AMOUNT     PIC ZZZZZZ9.99.
006680
006690 01  PY-RPT-SECTION-LINE.
006700     05  PY-RPT-SECTION-TITLE    PIC X(40).
006710
006720 01  PY-RPT-EXCEPT-HEADER.
006730     05  FILLER                  PIC X(10) VALUE "ITEM".
006740     05  FILLER                  PIC X(40) VALUE "REASON".
006750
006760 01  PY-RPT-EXCEPT-DETAIL.
006770     05  PY-RPT-EXC-ITEM-ID      PIC X(08).
006780     05  FILLER                  PIC X(02) VALUE SPACES.
006790     05  PY-RPT-EXC-REASON       PIC X(40).
006800
006810******************************************************************
006820*    REMITTANCE STATEMENT PRINT LINES                            *
006830******************************************************************
006840 01  PY-STM-HEADER-1.
006850     05  FILLER                  PIC X(34)
006860             VALUE "AUTHPAY CONTRIBUTOR PAY STATEMENT ".
006870     05  FILLER                  PIC X(06) VALUE SPACES.
006880     05  FILLER                  PIC X(10) VALUE "PAY MONTH ".
006890     05  PY-STM-HDR-MONTH        PIC 9(02).
006900     05  FILLER                  PIC X(01) VALUE "/".
006910     05  PY-STM-HDR-YEAR         PIC 9(04).
006920
006930 01  PY-STM-AUTHOR-LINE.
006940     05  FILLER                  PIC X(10) VALUE "AUTHOR    ".
006950     05  PY-STM-AUTHOR-ID        PIC X(06).
006960     05  FILLER                  PIC X(02) VALUE SPACES.
006970     05  PY-STM-NAME             PIC X(20).
006980
006990 01  PY-STM-RATE-CHG-LINE.
007000     05  FILLER                  PIC X(26)
007010             VALUE "RATE CHANGE EFFECTIVE...: ".
007020     05  PY-STM-CHG-MONTH        PIC 9(02).
007030     05  FILLER                  PIC X(01) VALUE "/".
007040     05  PY-STM-CHG-DAY          PIC 9(02).
007050     05  FILLER                  PIC X(01) VALUE "/".
007060     05  PY-STM-CHG-YEAR         PIC 9(04).
007070     05  FILLER                  PIC X(07) VALUE "  FROM ".
007080     05  PY-STM-CHG-OLD-RATE     PIC X(06).
007090     05  FILLER                  PIC X(05) VALUE "  TO ".
007100     05  PY-STM-CHG-NEW-RATE     PIC X(06).
007110
007120 01  PY-STM-RATE-EDIT            PIC 9.9999.
007130
007140 01  PY-STM-COL-HEADER.
007150     05  FILLER                  PIC X(10) VALUE "POST ID".
007160     05  FILLER                  PIC X(32) VALUE "TITLE".
007170     05  FILLER                  PIC X(12) VALUE "PUB DATE".
007180     05  FILLER                  PIC X(08) VALUE "WORDS".
007190     05  FILLER                  PIC X(09) VALUE "RATE".
007200     05  FILLER                  PIC X(10) VALUE "AMOUNT".
007210
007220 01  PY-STM-DETAIL-LINE.
007230     05  PY-STM-POST-ID          PIC X(08).
007240     05  FILLER                  PIC X(02) VALUE SPACES.
007250     05  PY-STM-TITLE            PIC X(30).
007260     05  FILLER                  PIC X(02) VALUE SPACES.
007270     05  PY-STM-PUB-MONTH        PIC 9(02).
007280     05  FILLER                  PIC X(01) VALUE "/".
007290     05  PY-STM-PUB-DAY          PIC 9(02).
007300     05  FILLER                  PIC X(01) VALUE "/".
007310     05  PY-STM-PUB-YEAR         PIC 9(04).
007320     05  FILLER                  PIC X(02) VALUE SPACES.
007330     05  PY-STM-WORDS            PIC ZZZZ9.
007340     05  FILLER                  PIC X(03) VALUE SPACES.
007350     05  PY-STM-RATE             PIC 9.9999.
007360     05  FILLER                  PIC X(03) VALUE SPACES.
007370     05  PY-STM-AMOUNT           PIC ZZZZZZ9.99.
007380
007390 01  PY-STM-ADJ-LINE.
007400     05  FILLER                  PIC X(26)
007410             VALUE "RETRACTION ADJUSTMENT...: ".
007420     05  PY-STM-ADJ-WORDS        PIC -ZZZZZZ9.
007430     05  FILLER                  PIC X(08) VALUE " WORDS  ".
007440     05  PY-STM-ADJ-AMOUNT       PIC -ZZZZZZ9.99.
007450
007460 01  PY-STM-AMD-LINE.
007470     05  FILLER                  PIC X(26)
007480             VALUE "AMENDMENT ADJUSTMENT....: ".
007490     05  PY-STM-AMD-WORDS        PIC -ZZZZZZ9.
007500     05  FILLER                  PIC X(08) VALUE " WORDS  ".
007510     05  PY-STM-AMD-AMOUNT       PIC -ZZZZZZ9.99.
007520
007530 01  PY-STM-BONUS-LINE.
007540     05  FILLER                  PIC X(26)
007550             VALUE "ENGAGEMENT BONUS........: ".
007560     05  PY-STM-BONUS-POSTS      PIC ZZZZZZZ9.
007570     05  FILLER                  PIC X(08) VALUE " POSTS  ".
007580     05  PY-STM-BONUS-AMOUNT     PIC ZZZZZZZ9.99.
007590
007600 01  PY-STM-TOTAL-LINE.
007610     05  FILLER                  PIC X(26)
007620             VALUE "MONTH TOTAL DUE.........: ".
007630     05  PY-STM-TOT-WORDS        PIC ZZZZZZ9.
007640     05  FILLER                  PIC X(08) VALUE " WORDS  ".
007650     05  PY-STM-TOT-AMOUNT       PIC -ZZZZZZZ9.99.
007660
007670 01  PY-STM-YTD-LINE.
007680     05  FILLER                  PIC X(26)
007690             VALUE "YEAR-TO-DATE EARNINGS...: ".
007700     05  PY-STM-YTD-WORDS        PIC ZZZZZZZ9.
007710     05  FILLER                  PIC X(08) VALUE " WORDS  ".
007720     05  PY-STM-YTD-AMOUNT       PIC ZZZZZZZZ9.99.
007730
007740 01  PY-STM-YTD-BONUS-LINE.
007750     05  FILLER                  PIC X(26)
007760             VALUE "YEAR-TO-DATE BONUS......: ".
007770     05  FILLER                  PIC X(16) VALUE SPACES.
007780     05  PY-STM-YTD-BONUS        PIC ZZZZZZZZ9.99.
007790
007800 01  PY-STM-NOTE-LINE.
007810     05  PY-STM-NOTE-TEXT        PIC X(60).
007820
007830******************************************************************
007840*    LINKAGE SECTION                                            *
007850*    THE PAY MONTH ARRIVES AS PARM='CCYYMM' ON THE EXEC          *
007860*    STATEMENT; NO PARM MEANS THE CURRENT MONTH.                 *
007870******************************************************************
007880 LINKAGE SECTION.
007890 01  LS-PARM-DATA.
007900     05  LS-PARM-LENGTH          PIC S9(04) COMP.
007910     05  LS-PARM-TEXT            PIC X(06).
007920
007930******************************************************************
007940*    PROCEDURE DIVISION                                         *
007950******************************************************************
007960 PROCEDURE DIVISION USING LS-PARM-DATA.
007970
007980 0000-MAINLINE.
007990     PERFORM 1000-INITIALIZE
008000         THRU 1000-INITIALIZE-EXIT
008010     PERFORM 2000-ACCUMULATE-HISTORY
008020         THRU 2000-ACCUMULATE-HISTORY-EXIT
008030         UNTIL PY-END-OF-HISTORY
008040     PERFORM 2200-SWEEP-RETRACTIONS
008050         THRU 2200-SWEEP-RETRACTIONS-EXIT
008060     PERFORM 2300-SETTLE-AMENDMENTS
008070         THRU 2300-SETTLE-AMENDMENTS-EXIT
008080     PERFORM 2400-ACCUMULATE-BONUSES
008090         THRU 2400-ACCUMULATE-BONUSES-EXIT
008100     PERFORM 2500-APPLY-RATES
008110         THRU 2500-APPLY-RATES-EXIT
008120     PERFORM 3000-PRINT-REGISTER
008130         THRU 3000-PRINT-REGISTER-EXIT
008140     PERFORM 4000-WRITE-EXTRACT
008150         THRU 4000-WRITE-EXTRACT-EXIT
008160     PERFORM 5000-UPDATE-EARNINGS
008170         THRU 5000-UPDATE-EARNINGS-EXIT
008180     PERFORM 6000-PRINT-STATEMENTS
008190         THRU 6000-PRINT-STATEMENTS-EXIT
008200     PERFORM 9999-TERMINATE
008210         THRU 9999-TERMINATE-EXIT
008220     MOVE PY-RETURN-CODE TO RETURN-CODE
008230     STOP RUN.
008240
008250 1000-INITIALIZE.
008260     MOVE FUNCTION CURRENT-DATE TO PY-CURRENT-DATE-FIELDS
008270     PERFORM 1200-SET-PAY-MONTH
008280         THRU 1200-SET-PAY-MONTH-EXIT
008290     OPEN INPUT POST-HISTORY
008300     IF NOT PY-POSTHIST-OK
008310         DISPLAY "AUTHPAY: UNABLE TO OPEN POST-HISTORY, "
008320             "STATUS = " PY-POSTHIST-STATUS
008330         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008340         MOVE 12 TO PY-RETURN-CODE
008350         GO TO 1000-INITIALIZE-EXIT
008360     END-IF
008370     OPEN INPUT AUTHOR-MASTER
008380     IF NOT PY-AUTHMST-OK
008390         DISPLAY "AUTHPAY: UNABLE TO OPEN AUTHOR-MASTER, "
008400             "STATUS = " PY-AUTHMST-STATUS
008410         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008420         MOVE 12 TO PY-RETURN-CODE
008430         GO TO 1000-INITIALIZE-EXIT
008440     END-IF
008450     OPEN INPUT RATE-FILE
008460     IF NOT PY-RATEFILE-OK
008470         DISPLAY "AUTHPAY: UNABLE TO OPEN RATE-FILE, "
008480             "STATUS = " PY-RATEFILE-STATUS
008490         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008500         MOVE 12 TO PY-RETURN-CODE
008510         GO TO 1000-INITIALIZE-EXIT
008520     END-IF
008530     OPEN OUTPUT PAY-REGISTER
008540     IF NOT PY-PAYREG-OK
008550         DISPLAY "AUTHPAY: UNABLE TO OPEN PAY-REGISTER, "
008560             "STATUS = " PY-PAYREG-STATUS
008570         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008580         MOVE 12 TO PY-RETURN-CODE
008590         GO TO 1000-INITIALIZE-EXIT
008600     END-IF
008610     OPEN OUTPUT PAY-EXTRACT
008620     IF NOT PY-PAYEXTR-OK
008630         DISPLAY "AUTHPAY: UNABLE TO OPEN PAY-EXTRACT, "
008640             "STATUS = " PY-PAYEXTR-STATUS
008650         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008660         MOVE 12 TO PY-RETURN-CODE
008670         GO TO 1000-INITIALIZE-EXIT
008680     END-IF
008690     OPEN I-O EARNINGS-MASTER
008700     IF PY-EARNMST-NOT-FOUND
008710         OPEN OUTPUT EARNINGS-MASTER
008720     END-IF
008730     IF NOT PY-EARNMST-OK
008740         DISPLAY "AUTHPAY: UNABLE TO OPEN EARNINGS-MASTER, "
008750             "STATUS = " PY-EARNMST-STATUS
008760         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008770         MOVE 12 TO PY-RETURN-CODE
008780         GO TO 1000-INITIALIZE-EXIT
008790     END-IF
008800     OPEN OUTPUT PAY-STATEMENTS
008810     IF NOT PY-STMTRPT-OK
008820         DISPLAY "AUTHPAY: UNABLE TO OPEN PAY-STATEMENTS, "
008830             "STATUS = " PY-STMTRPT-STATUS
008840         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008850         MOVE 12 TO PY-RETURN-CODE
008860         GO TO 1000-INITIALIZE-EXIT
008870     END-IF
008880     OPEN INPUT AMEND-HISTORY
008890     IF PY-AMNDHIST-NOT-FOUND
008900         DISPLAY "AUTHPAY: NO AMENDMENT JOURNAL ON FILE -- NO "
008910             "AMENDMENT ADJUSTMENTS THIS RUN"
008920         MOVE "Y" TO PY-AMNDHIST-EOF-SWITCH
008930     ELSE
008940         IF NOT PY-AMNDHIST-OK
008950             DISPLAY "AUTHPAY: UNABLE TO OPEN AMEND-HISTORY, "
008960                 "STATUS = " PY-AMNDHIST-STATUS
008970             MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
008980             MOVE 12 TO PY-RETURN-CODE
008990             GO TO 1000-INITIALIZE-EXIT
009000         END-IF
009010     END-IF
009020     OPEN INPUT BONUS-TIERS
009030     IF PY-BONUSTAB-NOT-FOUND
009040         DISPLAY "AUTHPAY: NO BONUS TIER CARDS ON FILE -- NO "
009050             "ENGAGEMENT BONUSES THIS RUN"
009060         MOVE "Y" TO PY-BONUSTAB-EOF-SWITCH
009070     ELSE
009080         IF NOT PY-BONUSTAB-OK
009090             DISPLAY "AUTHPAY: UNABLE TO OPEN BONUS-TIERS, "
009100                 "STATUS = " PY-BONUSTAB-STATUS
009110             MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
009120             MOVE 12 TO PY-RETURN-CODE
009130             GO TO 1000-INITIALIZE-EXIT
009140         END-IF
009150     END-IF
009160     OPEN INPUT ENGAGE-HISTORY
009170     IF PY-ENGHIST-NOT-FOUND
009180         DISPLAY "AUTHPAY: NO ENGAGEMENT HISTORY ON FILE -- NO "
009190             "ENGAGEMENT BONUSES THIS RUN"
009200         MOVE "Y" TO PY-ENGHIST-EOF-SWITCH
009210     ELSE
009220         IF NOT PY-ENGHIST-OK
009230             DISPLAY "AUTHPAY: UNABLE TO OPEN ENGAGE-HISTORY, "
009240                 "STATUS = " PY-ENGHIST-STATUS
009250             MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
009260             MOVE 12 TO PY-RETURN-CODE
009270             GO TO 1000-INITIALIZE-EXIT
009280         END-IF
009290     END-IF
009300     PERFORM 1500-LOAD-AUTHOR-TABLE
009310         THRU 1500-LOAD-AUTHOR-TABLE-EXIT
009320     PERFORM 1600-LOAD-RATE-TABLE
009330         THRU 1600-LOAD-RATE-TABLE-EXIT
009340     IF PY-BONUSTAB-OK
009350         PERFORM 1700-LOAD-TIER-TABLE
009360             THRU 1700-LOAD-TIER-TABLE-EXIT
009370     END-IF
009380     PERFORM 1800-POSITION-PAY-MONTH
009390         THRU 1800-POSITION-PAY-MONTH-EXIT.
009400 1000-INITIALIZE-EXIT.
009410     EXIT.
009420
009430 1200-SET-PAY-MONTH.
009440     MOVE PY-CURR-YEAR  TO PY-PAY-CCYY
009450     MOVE PY-CURR-MONTH TO PY-PAY-MM
009460     IF LS-PARM-LENGTH = 6
009470         AND LS-PARM-TEXT NUMERIC
009480         AND LS-PARM-TEXT (5:2) > "00"
009490         AND LS-PARM-TEXT (5:2) < "13"
009500         MOVE LS-PARM-TEXT (1:4) TO PY-PAY-CCYY
009510         MOVE LS-PARM-TEXT (5:2) TO PY-PAY-MM
009520     ELSE
009530         IF LS-PARM-LENGTH > 0
009540             DISPLAY "AUTHPAY: PARM IS NOT A VALID CCYYMM PAY "
009550                 "MONTH -- PAYING THE CURRENT MONTH"
009560         END-IF
009570     END-IF
009580     COMPUTE PY-PAY-MONTH-KEY =
009590         PY-PAY-CCYY * 100 + PY-PAY-MM
009600     MOVE PY-DIM-ENTRY (PY-PAY-MM) TO PY-PAY-LAST-DAY
009610     IF PY-PAY-MM = 2 AND FUNCTION MOD (PY-PAY-CCYY, 4) = 0
009620             AND (FUNCTION MOD (PY-PAY-CCYY, 100) NOT = 0
009630                 OR FUNCTION MOD (PY-PAY-CCYY, 400) = 0)
009640         MOVE 29 TO PY-PAY-LAST-DAY
009650     END-IF
009660     COMPUTE PY-PAY-MONTH-START-DATE =
009670         PY-PAY-MONTH-KEY * 100 + 1
009680     COMPUTE PY-PAY-MONTH-END-DATE =
009690         PY-PAY-MONTH-KEY * 100 + PY-PAY-LAST-DAY.
009700 1200-SET-PAY-MONTH-EXIT.
009710     EXIT.
009720
009730 1500-LOAD-AUTHOR-TABLE.
009740     PERFORM 1550-LOAD-ONE-AUTHOR
009750         THRU 1550-LOAD-ONE-AUTHOR-EXIT
009760         UNTIL PY-AUTHMST-END-OF-FILE
009770             OR PY-AUTHOR-COUNT NOT LESS THAN PY-AUTHOR-TABLE-MAX
009780     IF NOT PY-AUTHMST-END-OF-FILE
009790         DISPLAY "AUTHPAY: AUTHOR TABLE FULL AT "
009800             PY-AUTHOR-TABLE-MAX " ENTRIES -- AUTHOR-MASTER HAS "
009810             "ADDITIONAL RECORDS THAT COULD NOT BE LOADED"
009820         IF PY-RETURN-CODE < 4
009830             MOVE 4 TO PY-RETURN-CODE
009840         END-IF
009850     END-IF.
009860 1500-LOAD-AUTHOR-TABLE-EXIT.
009870     EXIT.
009880
009890 1550-LOAD-ONE-AUTHOR.
009900     READ AUTHOR-MASTER
009910         AT END
009920             MOVE "Y" TO PY-AUTHMST-EOF-SWITCH
009930             GO TO 1550-LOAD-ONE-AUTHOR-EXIT
009940     END-READ
009950     ADD 1 TO PY-AUTHOR-COUNT
009960     MOVE AR-AUTHOR-ID TO PY-TBL-AUTHOR-ID (PY-AUTHOR-COUNT)
009970     MOVE AR-NAME      TO PY-TBL-NAME (PY-AUTHOR-COUNT)
009980     MOVE ZEROES       TO PY-TBL-POSTS (PY-AUTHOR-COUNT)
009990     MOVE ZEROES       TO PY-TBL-WORDS (PY-AUTHOR-COUNT)
010000     MOVE ZEROES       TO PY-TBL-RATE (PY-AUTHOR-COUNT)
010010     MOVE "N"          TO PY-TBL-RATE-FOUND-SW (PY-AUTHOR-COUNT)
010020     MOVE "N"          TO PY-TBL-NO-RATE-SW (PY-AUTHOR-COUNT)
010030     MOVE ZEROES       TO PY-TBL-AMOUNT (PY-AUTHOR-COUNT)
010040     MOVE ZEROES       TO PY-TBL-ADJ-WORDS (PY-AUTHOR-COUNT)
010050     MOVE ZEROES       TO PY-TBL-ADJ-AMOUNT (PY-AUTHOR-COUNT)
010060     MOVE ZEROES       TO PY-TBL-AMD-WORDS (PY-AUTHOR-COUNT)
010070     MOVE ZEROES       TO PY-TBL-AMD-AMOUNT (PY-AUTHOR-COUNT)
010080     MOVE ZEROES       TO PY-TBL-BONUS-POSTS (PY-AUTHOR-COUNT)
010090     MOVE ZEROES       TO PY-TBL-BONUS-AMOUNT (PY-AUTHOR-COUNT).
010100 1550-LOAD-ONE-AUTHOR-EXIT.
010110     EXIT.
010120
010130******************************************************************
010140*    1600-LOAD-RATE-TABLE                                       *
010150*    LOADS EVERY RATE ROW, PER-AUTHOR AND *DFLT* ALIKE, WITH ITS *
010160*    EFFECTIVE AND END DATES.  A RATE ROW THAT IS NOT NUMERIC    *
010170*    GOES TO THE EXCEPTION PAGE AND IS SKIPPED.                  *
010180******************************************************************
010190 1600-LOAD-RATE-TABLE.
010200     PERFORM 1650-LOAD-ONE-RATE
010210         THRU 1650-LOAD-ONE-RATE-EXIT
010220         UNTIL PY-END-OF-RATES
010230             OR PY-RATE-COUNT NOT LESS THAN PY-RATE-TABLE-MAX
010240     IF NOT PY-END-OF-RATES
010250         DISPLAY "AUTHPAY: RATE TABLE FULL AT "
010260             PY-RATE-TABLE-MAX " ENTRIES -- RATE FILE HAS "
010270             "ADDITIONAL ROWS THAT COULD NOT BE LOADED"
010280         IF PY-RETURN-CODE < 4
010290             MOVE 4 TO PY-RETURN-CODE
010300         END-IF
010310     END-IF.
010320 1600-LOAD-RATE-TABLE-EXIT.
010330     EXIT.
010340
010350 1650-LOAD-ONE-RATE.
010360     READ RATE-FILE
010370         AT END
010380             MOVE "Y" TO PY-RATEFILE-EOF-SWITCH
010390             GO TO 1650-LOAD-ONE-RATE-EXIT
010400     END-READ
010410     IF RT-RATE-PER-WORD NOT NUMERIC
010420         OR RT-EFFECTIVE-DATE NOT NUMERIC
010430         OR RT-END-DATE NOT NUMERIC
010440         MOVE RT-AUTHOR-ID TO PY-EXC-WORK-ID
010450         MOVE "RATE ROW IS NOT NUMERIC, ROW SKIPPED"
010460             TO PY-EXC-WORK-REASON
010470         PERFORM 8000-STORE-EXCEPTION
010480             THRU 8000-STORE-EXCEPTION-EXIT
010490         GO TO 1650-LOAD-ONE-RATE-EXIT
010500     END-IF
010510     ADD 1 TO PY-RATE-COUNT
010520     MOVE RT-AUTHOR-ID      TO PY-RTBL-AUTHOR-ID (PY-RATE-COUNT)
010530     MOVE RT-EFFECTIVE-DATE TO PY-RTBL-EFF-DATE (PY-RATE-COUNT)
010540     MOVE RT-END-DATE       TO PY-RTBL-END-DATE (PY-RATE-COUNT)
010550     MOVE RT-RATE-PER-WORD  TO PY-RTBL-RATE (PY-RATE-COUNT).
010560 1650-LOAD-ONE-RATE-EXIT.
010570     EXIT.
010580
010590******************************************************************
010600*    1700-LOAD-TIER-TABLE                                        *
010610*    LOADS THE ENGAGEMENT BONUS TIERS IN DECK ORDER.  A TIER     *
010620*    CARD THAT IS NOT NUMERIC, HAS NO PAY METHOD, OR PAYS        *
010630*    NOTHING GOES TO THE EXCEPTION PAGE AND IS SKIPPED.          *
010640******************************************************************
010650 1700-LOAD-TIER-TABLE.
010660     PERFORM 1750-LOAD-ONE-TIER
010670         THRU 1750-LOAD-ONE-TIER-EXIT
010680         UNTIL PY-END-OF-TIERS
010690             OR PY-TIER-COUNT NOT LESS THAN PY-TIER-TABLE-MAX
010700     IF NOT PY-END-OF-TIERS
010710         DISPLAY "AUTHPAY: BONUS TIER TABLE FULL AT "
010720             PY-TIER-TABLE-MAX " ENTRIES -- BONUS TIER CARDS "
010730             "BEYOND THAT WERE NOT LOADED"
010740         IF PY-RETURN-CODE < 4
010750             MOVE 4 TO PY-RETURN-CODE
010760         END-IF
010770     END-IF.
010780 1700-LOAD-TIER-TABLE-EXIT.
010790     EXIT.
010800
010810 1750-LOAD-ONE-TIER.
010820     READ BONUS-TIERS
010830         AT END
010840             MOVE "Y" TO PY-BONUSTAB-EOF-SWITCH
010850             GO TO 1750-LOAD-ONE-TIER-EXIT
010860     END-READ
010870     IF TC-CARD-IMAGE = SPACES
010880         OR TC-CARD-IMAGE (1:1) = "*"
010890         GO TO 1750-LOAD-ONE-TIER-EXIT
010900     END-IF
010910     MOVE SPACES TO PY-EXC-WORK-ID
010920     STRING "TIER "                     DELIMITED BY SIZE
010930         TC-TIER-ID                     DELIMITED BY SIZE
010940         INTO PY-EXC-WORK-ID
010950     END-STRING
010960     IF TC-MIN-VIEWS NOT NUMERIC
010970         OR TC-MIN-READ-SECS NOT NUMERIC
010980         OR NOT (TC-PAY-FLAT OR TC-PAY-UPLIFT)
010990         MOVE "BONUS TIER CARD INVALID, CARD SKIPPED"
011000             TO PY-EXC-WORK-REASON
011010         PERFORM 8000-STORE-EXCEPTION
011020             THRU 8000-STORE-EXCEPTION-EXIT
011030         GO TO 1750-LOAD-ONE-TIER-EXIT
011040     END-IF
011050     IF (TC-PAY-FLAT
011060             AND (TC-FLAT-AMOUNT NOT NUMERIC
011070                 OR TC-FLAT-AMOUNT-N = ZEROES))
011080         OR (TC-PAY-UPLIFT
011090             AND (TC-UPLIFT-PCT NOT NUMERIC
011100                 OR TC-UPLIFT-PCT-N = ZEROES))
011110         MOVE "BONUS TIER PAYS NOTHING, CARD SKIPPED"
011120             TO PY-EXC-WORK-REASON
011130         PERFORM 8000-STORE-EXCEPTION
011140             THRU 8000-STORE-EXCEPTION-EXIT
011150         GO TO 1750-LOAD-ONE-TIER-EXIT
011160     END-IF
011170     ADD 1 TO PY-TIER-COUNT
011180     MOVE TC-TIER-ID         TO PY-TIER-ID (PY-TIER-COUNT)
011190     MOVE TC-MIN-VIEWS-N     TO PY-TIER-MIN-VIEWS (PY-TIER-COUNT)
011200     MOVE TC-MIN-READ-SECS-N TO PY-TIER-MIN-SECS (PY-TIER-COUNT)
011210     MOVE TC-PAY-METHOD      TO PY-TIER-METHOD (PY-TIER-COUNT)
011220     MOVE ZEROES TO PY-TIER-FLAT-AMOUNT (PY-TIER-COUNT)
011230     MOVE ZEROES TO PY-TIER-UPLIFT-PCT (PY-TIER-COUNT)
011240     IF TC-PAY-FLAT
011250         MOVE TC-FLAT-AMOUNT-N
011260             TO PY-TIER-FLAT-AMOUNT (PY-TIER-COUNT)
011270     ELSE
011280         MOVE TC-UPLIFT-PCT-N
011290             TO PY-TIER-UPLIFT-PCT (PY-TIER-COUNT)
011300     END-IF.
011310 1750-LOAD-ONE-TIER-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350*    1800-POSITION-PAY-MONTH                                     *
011360*    STARTS POST-HISTORY ON ITS PUBLISH-DATE ALTERNATE KEY AT    *
011370*    THE FIRST OF THE PAY MONTH AND READS THE FIRST POST.  NO    *
011380*    POST ON OR AFTER THAT DATE (STATUS 23) IS AN EMPTY PAY      *
011390*    MONTH - AMENDMENTS, RETRACTIONS, AND BONUSES STILL SETTLE.  *
011400******************************************************************
011410 1800-POSITION-PAY-MONTH.
011420     MOVE PY-PAY-MONTH-START-DATE TO PH-KEY-PUB-DATE
011430     START POST-HISTORY
011440         KEY IS NOT LESS THAN PH-KEY-PUB-DATE
011450         INVALID KEY
011460             MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
011470             GO TO 1800-POSITION-PAY-MONTH-EXIT
011480     END-START
011490     PERFORM 2100-READ-NEXT-HISTORY
011500         THRU 2100-READ-NEXT-HISTORY-EXIT.
011510 1800-POSITION-PAY-MONTH-EXIT.
011520     EXIT.
011530
011540******************************************************************
011550*    2000-ACCUMULATE-HISTORY                                    *
011560*    ROLLS EACH PAY-MONTH POST INTO ITS AUTHOR'S WORD TOTALS.    *
011570*    ONLY PAY-MONTH POSTS ARRIVE HERE - THE PUBLISH-DATE INDEX   *
011580*    READ STOPS AT THE LAST DAY OF THE MONTH.                    *
011590*    ZERO-WORD POSTS AND POSTS WITH NO LINKED AUTHOR GO TO THE   *
011600*    EXCEPTION PAGE INSTEAD OF THE PAY TOTALS.                   *
011610******************************************************************
011620 2000-ACCUMULATE-HISTORY.
011630     COMPUTE PY-POST-MONTH-KEY =
011640         PH-PUB-YEAR * 100 + PH-PUB-MONTH
011650     IF PH-RETRACTED
011660         PERFORM 2800-CHECK-RETRACTED-POST
011670             THRU 2800-CHECK-RETRACTED-POST-EXIT
011680         GO TO 2000-ACCUMULATE-HISTORY-READ
011690     END-IF
011700     IF PY-POST-MONTH-KEY NOT = PY-PAY-MONTH-KEY
011710         GO TO 2000-ACCUMULATE-HISTORY-READ
011720     END-IF
011730     IF PH-WORD-COUNT NOT NUMERIC
011740         OR PH-WORD-COUNT = ZEROES
011750         MOVE PH-POST-ID TO PY-EXC-WORK-ID
011760         MOVE "ZERO OR INVALID WORD COUNT, NOT PAID"
011770             TO PY-EXC-WORK-REASON
011780         PERFORM 8000-STORE-EXCEPTION
011790             THRU 8000-STORE-EXCEPTION-EXIT
011800         GO TO 2000-ACCUMULATE-HISTORY-READ
011810     END-IF
011820     IF NOT PH-AUTHOR-LINKED
011830         MOVE PH-POST-ID TO PY-EXC-WORK-ID
011840         MOVE "POST NEVER LINKED TO AN AUTHOR, NOT PAID"
011850             TO PY-EXC-WORK-REASON
011860         PERFORM 8000-STORE-EXCEPTION
011870             THRU 8000-STORE-EXCEPTION-EXIT
011880         GO TO 2000-ACCUMULATE-HISTORY-READ
011890     END-IF
011900     PERFORM 2880-LOAD-HISTORY-SPLIT
011910         THRU 2880-LOAD-HISTORY-SPLIT-EXIT
011920     PERFORM 2900-BUILD-BYLINE-SPLIT
011930         THRU 2900-BUILD-BYLINE-SPLIT-EXIT
011940     PERFORM 2950-CREDIT-ONE-BYLINE
011950         THRU 2950-CREDIT-ONE-BYLINE-EXIT
011960         VARYING PY-BYL-IDX FROM 1 BY 1
011970         UNTIL PY-BYL-IDX > PY-BYL-COUNT.
011980 2000-ACCUMULATE-HISTORY-READ.
011990     PERFORM 2100-READ-NEXT-HISTORY
012000         THRU 2100-READ-NEXT-HISTORY-EXIT.
012010 2000-ACCUMULATE-HISTORY-EXIT.
012020     EXIT.
012030
012040 2100-READ-NEXT-HISTORY.
012050     READ POST-HISTORY NEXT RECORD
012060         AT END
012070             MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
012080             GO TO 2100-READ-NEXT-HISTORY-EXIT
012090     END-READ
012100     IF PH-KEY-PUB-DATE > PY-PAY-MONTH-END-DATE
012110         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
012120         GO TO 2100-READ-NEXT-HISTORY-EXIT
012130     END-IF
012140     ADD 1 TO PY-HISTORY-READ-COUNT.
012150 2100-READ-NEXT-HISTORY-EXIT.
012160     EXIT.
012170
012180******************************************************************
012190*    2200-SWEEP-RETRACTIONS                                      *
012200*    A POST PUBLISHED AND PAID IN AN EARLIER MONTH BUT RETRACTED *
012210*    IN THE PAY MONTH IS NOT IN THE PAY-MONTH RANGE, SO THE      *
012220*    PUBLISH-DATE INDEX IS READ AGAIN FROM ITS LOW END           *
012230*    (UNREADABLE DATES KEY AS ZEROES) UP TO THE FIRST OF THE PAY *
012240*    MONTH, AND ONLY RETRACTED POSTS ARE HANDED TO 2800.         *
012250*    NOTHING PUBLISHED AFTER THE PAY MONTH IS EVER READ.         *
012260******************************************************************
012270 2200-SWEEP-RETRACTIONS.
012280     IF PY-RETURN-CODE = 12
012290         OR (NOT PY-POSTHIST-OK
012300             AND NOT PY-POSTHIST-EOF
012310             AND NOT PY-POSTHIST-NO-RECORD)
012320         GO TO 2200-SWEEP-RETRACTIONS-EXIT
012330     END-IF
012340     MOVE "N" TO PY-POSTHIST-EOF-SWITCH
012350     MOVE ZEROES TO PH-KEY-PUB-DATE
012360     START POST-HISTORY
012370         KEY IS NOT LESS THAN PH-KEY-PUB-DATE
012380         INVALID KEY
012390             GO TO 2200-SWEEP-RETRACTIONS-EXIT
012400     END-START
012410     PERFORM 2250-SWEEP-ONE-POST
012420         THRU 2250-SWEEP-ONE-POST-EXIT
012430         UNTIL PY-END-OF-HISTORY.
012440 2200-SWEEP-RETRACTIONS-EXIT.
012450     EXIT.
012460
012470 2250-SWEEP-ONE-POST.
012480     READ POST-HISTORY NEXT RECORD
012490         AT END
012500             MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
012510             GO TO 2250-SWEEP-ONE-POST-EXIT
012520     END-READ
012530     IF PH-KEY-PUB-DATE NOT < PY-PAY-MONTH-START-DATE
012540         MOVE "Y" TO PY-POSTHIST-EOF-SWITCH
012550         GO TO 2250-SWEEP-ONE-POST-EXIT
012560     END-IF
012570     ADD 1 TO PY-HISTORY-READ-COUNT
012580     IF NOT PH-RETRACTED
012590         GO TO 2250-SWEEP-ONE-POST-EXIT
012600     END-IF
012610     COMPUTE PY-POST-MONTH-KEY =
012620         PH-PUB-YEAR * 100 + PH-PUB-MONTH
012630     PERFORM 2800-CHECK-RETRACTED-POST
012640         THRU 2800-CHECK-RETRACTED-POST-EXIT.
012650 2250-SWEEP-ONE-POST-EXIT.
012660     EXIT.
012670
012680******************************************************************
012690*    2300-SETTLE-AMENDMENTS                                      *
012700*    READS THE POSTAMND AMENDMENT JOURNAL.  AN AMENDMENT DATED   *
012710*    IN THE PAY MONTH AGAINST A POST PUBLISHED IN AN EARLIER     *
012720*    MONTH CHANGES WORDS THAT WERE ALREADY PAID: THE BEFORE      *
012730*    IMAGE IS SPLIT ACROSS ITS BYLINES AND TAKEN BACK, AND THE   *
012740*    AFTER IMAGE IS SPLIT AND PAID, SO EACH AUTHOR ENDS UP WITH  *
012750*    A SIGNED AMENDMENT ADJUSTMENT PRICED AT THE RATE IN EFFECT  *
012760*    ON THE POST'S PUBLISH DATE, THE SAME WAY RETRACTIONS ARE.   *
012770*    AN AMENDMENT TO A PAY-MONTH POST NEEDS NOTHING - THE        *
012780*    HISTORY RECORD ALREADY CARRIES THE CORRECTED FIGURES.       *
012790******************************************************************
012800 2300-SETTLE-AMENDMENTS.
012810     IF NOT PY-AMNDHIST-OK
012820         GO TO 2300-SETTLE-AMENDMENTS-EXIT
012830     END-IF
012840     PERFORM 2310-READ-NEXT-AMENDMENT
012850         THRU 2310-READ-NEXT-AMENDMENT-EXIT
012860     PERFORM 2350-SETTLE-ONE-AMENDMENT
012870         THRU 2350-SETTLE-ONE-AMENDMENT-EXIT
012880         UNTIL PY-END-OF-AMENDMENTS.
012890 2300-SETTLE-AMENDMENTS-EXIT.
012900     EXIT.
012910
012920 2310-READ-NEXT-AMENDMENT.
012930     READ AMEND-HISTORY
012940         AT END
012950             MOVE "Y" TO PY-AMNDHIST-EOF-SWITCH
012960             GO TO 2310-READ-NEXT-AMENDMENT-EXIT
012970     END-READ.
012980 2310-READ-NEXT-AMENDMENT-EXIT.
012990     EXIT.
013000
013010 2350-SETTLE-ONE-AMENDMENT.
013020     IF AJ-AMEND-DATE NOT NUMERIC
013030         OR AJ-PUBLISH-DATE NOT NUMERIC
013040         OR AJ-OLD-WORD-COUNT NOT NUMERIC
013050         OR AJ-NEW-WORD-COUNT NOT NUMERIC
013060         GO TO 2350-SETTLE-ONE-AMENDMENT-READ
013070     END-IF
013080     COMPUTE PY-AMD-MONTH-KEY  = AJ-AMEND-DATE / 100
013090     COMPUTE PY-POST-MONTH-KEY = AJ-PUBLISH-DATE / 100
013100     IF PY-AMD-MONTH-KEY NOT = PY-PAY-MONTH-KEY
013110         OR PY-POST-MONTH-KEY NOT < PY-PAY-MONTH-KEY
013120         GO TO 2350-SETTLE-ONE-AMENDMENT-READ
013130     END-IF
013140     MOVE AJ-AUTHOR-ID         TO PY-SPL-AUTHOR-ID
013150     MOVE AJ-OLD-WORD-COUNT    TO PY-SPL-WORD-COUNT
013160     MOVE AJ-OLD-CO-BYLINE (1) TO PY-SPL-CO-BYLINE (1)
013170     MOVE AJ-OLD-CO-BYLINE (2) TO PY-SPL-CO-BYLINE (2)
013180     PERFORM 2900-BUILD-BYLINE-SPLIT
013190         THRU 2900-BUILD-BYLINE-SPLIT-EXIT
013200     MOVE "T" TO PY-AMD-DIRECTION-SW
013210     PERFORM 2380-AMEND-ONE-BYLINE
013220         THRU 2380-AMEND-ONE-BYLINE-EXIT
013230         VARYING PY-BYL-IDX FROM 1 BY 1
013240         UNTIL PY-BYL-IDX > PY-BYL-COUNT
013250     MOVE AJ-AUTHOR-ID         TO PY-SPL-AUTHOR-ID
013260     MOVE AJ-NEW-WORD-COUNT    TO PY-SPL-WORD-COUNT
013270     MOVE AJ-NEW-CO-BYLINE (1) TO PY-SPL-CO-BYLINE (1)
013280     MOVE AJ-NEW-CO-BYLINE (2) TO PY-SPL-CO-BYLINE (2)
013290     PERFORM 2900-BUILD-BYLINE-SPLIT
013300         THRU 2900-BUILD-BYLINE-SPLIT-EXIT
013310     MOVE "P" TO PY-AMD-DIRECTION-SW
013320     PERFORM 2380-AMEND-ONE-BYLINE
013330         THRU 2380-AMEND-ONE-BYLINE-EXIT
013340         VARYING PY-BYL-IDX FROM 1 BY 1
013350         UNTIL PY-BYL-IDX > PY-BYL-COUNT.
013360 2350-SETTLE-ONE-AMENDMENT-READ.
013370     PERFORM 2310-READ-NEXT-AMENDMENT
013380         THRU 2310-READ-NEXT-AMENDMENT-EXIT.
013390 2350-SETTLE-ONE-AMENDMENT-EXIT.
013400     EXIT.
013410
013420******************************************************************
013430*    2380-AMEND-ONE-BYLINE                                       *
013440*    TAKES ONE BYLINE'S SHARE OF THE BEFORE IMAGE OUT OF, OR     *
013450*    PUTS ONE BYLINE'S SHARE OF THE AFTER IMAGE INTO, ITS        *
013460*    AUTHOR'S AMENDMENT ADJUSTMENT.  A BYLINE WHOSE AUTHOR HAS   *
013470*    LEFT THE MASTER GOES TO THE EXCEPTION PAGE.                 *
013480******************************************************************
013490 2380-AMEND-ONE-BYLINE.
013500     IF PY-BYL-WORDS (PY-BYL-IDX) = ZEROES
013510         GO TO 2380-AMEND-ONE-BYLINE-EXIT
013520     END-IF
013530     MOVE "N" TO PY-MATCH-FOUND-SWITCH
013540     IF PY-AUTHOR-COUNT > ZEROES
013550         SET PY-AUTH-IDX TO 1
013560         SEARCH ALL PY-AUTHOR-ENTRY
013570             AT END
013580                 CONTINUE
013590             WHEN PY-TBL-AUTHOR-ID (PY-AUTH-IDX) =
013600                     PY-BYL-AUTHOR-ID (PY-BYL-IDX)
013610                 MOVE "Y" TO PY-MATCH-FOUND-SWITCH
013620         END-SEARCH
013630     END-IF
013640     IF NOT PY-MATCH-FOUND
013650         MOVE AJ-POST-ID TO PY-EXC-WORK-ID
013660         MOVE "AMENDED, AUTHOR NOT ON MASTER"
013670             TO PY-EXC-WORK-REASON
013680         PERFORM 8000-STORE-EXCEPTION
013690             THRU 8000-STORE-EXCEPTION-EXIT
013700         GO TO 2380-AMEND-ONE-BYLINE-EXIT
013710     END-IF
013720     MOVE PY-BYL-AUTHOR-ID (PY-BYL-IDX) TO PY-RATE-LOOKUP-ID
013730     MOVE AJ-PUBLISH-DATE TO PY-RATE-LOOKUP-DATE
013740     PERFORM 2560-FIND-RATE-IN-EFFECT
013750         THRU 2560-FIND-RATE-IN-EFFECT-EXIT
013760     IF PY-RATE-IN-EFFECT
013770         COMPUTE PY-LINE-AMOUNT ROUNDED =
013780             PY-BYL-WORDS (PY-BYL-IDX) * PY-RATE-LOOKUP-RATE
013790     ELSE
013800         MOVE ZEROES TO PY-LINE-AMOUNT
013810         MOVE "Y" TO PY-TBL-NO-RATE-SW (PY-AUTH-IDX)
013820     END-IF
013830     IF PY-AMD-TAKE-BACK
013840         SUBTRACT PY-BYL-WORDS (PY-BYL-IDX)
013850             FROM PY-TBL-AMD-WORDS (PY-AUTH-IDX)
013860         SUBTRACT PY-LINE-AMOUNT
013870             FROM PY-TBL-AMD-AMOUNT (PY-AUTH-IDX)
013880     ELSE
013890         ADD PY-BYL-WORDS (PY-BYL-IDX)
013900             TO PY-TBL-AMD-WORDS (PY-AUTH-IDX)
013910         ADD PY-LINE-AMOUNT
013920             TO PY-TBL-AMD-AMOUNT (PY-AUTH-IDX)
013930     END-IF.
013940 2380-AMEND-ONE-BYLINE-EXIT.
013950     EXIT.
013960
013970******************************************************************
013980*    2400-ACCUMULATE-BONUSES                                     *
013990*    READS THE ENGAGEMENT-HISTORY MASTER FOR THE MONTH'S         *
014000*    ENGAGEMENT BONUS.  ONLY A ROW REFRESHED BY A METRICS FEED   *
014010*    IN THE PAY MONTH COUNTS - ITS CURRENT-MONTH VIEWS, OR ITS   *
014020*    PRIOR-MONTH VIEWS WHEN A LATER FEED HAS ALREADY ROLLED THE  *
014030*    PAY MONTH BACK (A RERUN).  A ROW THAT MEETS A TIER IS       *
014040*    LOOKED UP ON POST-HISTORY FOR ITS BYLINES; A RETRACTED POST *
014050*    EARNS NO BONUS AND GOES TO THE EXCEPTION PAGE.              *
014060******************************************************************
014070 2400-ACCUMULATE-BONUSES.
014080     IF PY-TIER-COUNT = ZEROES
014090         OR NOT PY-ENGHIST-OK
014100         GO TO 2400-ACCUMULATE-BONUSES-EXIT
014110     END-IF
014120     PERFORM 2410-READ-NEXT-ENGAGEMENT
014130         THRU 2410-READ-NEXT-ENGAGEMENT-EXIT
014140     PERFORM 2450-BONUS-ONE-POST
014150         THRU 2450-BONUS-ONE-POST-EXIT
014160         UNTIL PY-END-OF-ENGAGEMENT.
014170 2400-ACCUMULATE-BONUSES-EXIT.
014180     EXIT.
014190
014200 2410-READ-NEXT-ENGAGEMENT.
014210     READ ENGAGE-HISTORY
014220         AT END
014230             MOVE "Y" TO PY-ENGHIST-EOF-SWITCH
014240             GO TO 2410-READ-NEXT-ENGAGEMENT-EXIT
014250     END-READ
014260     ADD 1 TO PY-BONUS-ROWS-READ.
014270 2410-READ-NEXT-ENGAGEMENT-EXIT.
014280     EXIT.
014290
014300 2450-BONUS-ONE-POST.
014310     EVALUATE TRUE
014320         WHEN EH-CUR-MONTH-KEY = PY-PAY-MONTH-KEY
014330             AND EH-CUR-MONTH-VIEWS NUMERIC
014340             MOVE EH-CUR-MONTH-VIEWS TO PY-BONUS-VIEWS
014350         WHEN EH-PRI-MONTH-KEY = PY-PAY-MONTH-KEY
014360             AND EH-PRI-MONTH-VIEWS NUMERIC
014370             MOVE EH-PRI-MONTH-VIEWS TO PY-BONUS-VIEWS
014380         WHEN OTHER
014390             GO TO 2450-BONUS-ONE-POST-READ
014400     END-EVALUATE
014410     IF EH-AVG-READ-SECS NOT NUMERIC
014420         GO TO 2450-BONUS-ONE-POST-READ
014430     END-IF
014440     MOVE ZEROES TO PY-TIER-HIT-SUB
014450     PERFORM 2460-CHECK-ONE-TIER
014460         THRU 2460-CHECK-ONE-TIER-EXIT
014470         VARYING PY-TIER-SUB FROM 1 BY 1
014480         UNTIL PY-TIER-SUB > PY-TIER-COUNT
014490     IF PY-TIER-HIT-SUB = ZEROES
014500         GO TO 2450-BONUS-ONE-POST-READ
014510     END-IF
014520     MOVE EH-POST-ID TO PH-POST-ID
014530     READ POST-HISTORY
014540         KEY IS PH-POST-ID
014550         INVALID KEY
014560             MOVE EH-POST-ID TO PY-EXC-WORK-ID
014570             MOVE "ENGAGEMENT BONUS, POST NOT ON HISTORY"
014580                 TO PY-EXC-WORK-REASON
014590             PERFORM 8000-STORE-EXCEPTION
014600                 THRU 8000-STORE-EXCEPTION-EXIT
014610             GO TO 2450-BONUS-ONE-POST-READ
014620     END-READ
014630     IF PH-RETRACTED
014640         MOVE PH-POST-ID TO PY-EXC-WORK-ID
014650         MOVE "POST RETRACTED, NO ENGAGEMENT BONUS"
014660             TO PY-EXC-WORK-REASON
014670         PERFORM 8000-STORE-EXCEPTION
014680             THRU 8000-STORE-EXCEPTION-EXIT
014690         GO TO 2450-BONUS-ONE-POST-READ
014700     END-IF
014710     IF NOT PH-AUTHOR-LINKED
014720         OR PH-WORD-COUNT NOT NUMERIC
014730         MOVE PH-POST-ID TO PY-EXC-WORK-ID
014740         MOVE "NO AUTHOR OR WORD COUNT, NO BONUS"
014750             TO PY-EXC-WORK-REASON
014760         PERFORM 8000-STORE-EXCEPTION
014770             THRU 8000-STORE-EXCEPTION-EXIT
014780         GO TO 2450-BONUS-ONE-POST-READ
014790     END-IF
014800     PERFORM 2880-LOAD-HISTORY-SPLIT
014810         THRU 2880-LOAD-HISTORY-SPLIT-EXIT
014820     PERFORM 2900-BUILD-BYLINE-SPLIT
014830         THRU 2900-BUILD-BYLINE-SPLIT-EXIT
014840     PERFORM 2470-SPLIT-FLAT-BONUS
014850         THRU 2470-SPLIT-FLAT-BONUS-EXIT
014860     PERFORM 2480-BONUS-ONE-BYLINE
014870         THRU 2480-BONUS-ONE-BYLINE-EXIT
014880         VARYING PY-BYL-IDX FROM 1 BY 1
014890         UNTIL PY-BYL-IDX > PY-BYL-COUNT.
014900 2450-BONUS-ONE-POST-READ.
014910     PERFORM 2410-READ-NEXT-ENGAGEMENT
014920         THRU 2410-READ-NEXT-ENGAGEMENT-EXIT.
014930 2450-BONUS-ONE-POST-EXIT.
014940     EXIT.
014950
014960 2460-CHECK-ONE-TIER.
014970     IF PY-BONUS-VIEWS
014980             NOT LESS THAN PY-TIER-MIN-VIEWS (PY-TIER-SUB)
014990         AND EH-AVG-READ-SECS
015000             NOT LESS THAN PY-TIER-MIN-SECS (PY-TIER-SUB)
015010         MOVE PY-TIER-SUB TO PY-TIER-HIT-SUB
015020     END-IF.
015030 2460-CHECK-ONE-TIER-EXIT.
015040     EXIT.
015050
015060******************************************************************
015070*    2470-SPLIT-FLAT-BONUS                                       *
015080*    A FLAT BONUS SPLITS LIKE THE WORDS: EACH CO-BYLINE GETS ITS *
015090*    SHARE PERCENT OF THE AMOUNT, TRUNCATED TO THE CENT, AND THE *
015100*    FIRST BYLINE KEEPS THE REST.  AN UPLIFT IS FIGURED BYLINE   *
015110*    BY BYLINE IN 2480 FROM EACH ONE'S OWN WORD PAY.             *
015120******************************************************************
015130 2470-SPLIT-FLAT-BONUS.
015140     MOVE ZEROES TO PY-BYL-BONUS (1)
015150     MOVE ZEROES TO PY-BYL-BONUS (2)
015160     MOVE ZEROES TO PY-BYL-BONUS (3)
015170     IF NOT PY-TIER-FLAT (PY-TIER-HIT-SUB)
015180         GO TO 2470-SPLIT-FLAT-BONUS-EXIT
015190     END-IF
015200     MOVE ZEROES TO PY-BONUS-CO-AMOUNT
015210     PERFORM 2475-SPLIT-ONE-CO-BONUS
015220         THRU 2475-SPLIT-ONE-CO-BONUS-EXIT
015230         VARYING PY-BYL-SUB FROM 2 BY 1
015240         UNTIL PY-BYL-SUB > PY-BYL-COUNT
015250     COMPUTE PY-BYL-BONUS (1) =
015260         PY-TIER-FLAT-AMOUNT (PY-TIER-HIT-SUB)
015270             - PY-BONUS-CO-AMOUNT.
015280 2470-SPLIT-FLAT-BONUS-EXIT.
015290     EXIT.
015300
015310 2475-SPLIT-ONE-CO-BONUS.
015320     COMPUTE PY-BYL-BONUS (PY-BYL-SUB) =
015330         PY-TIER-FLAT-AMOUNT (PY-TIER-HIT-SUB)
015340             * PY-BYL-SHARE-PCT (PY-BYL-SUB) / 100
015350     ADD PY-BYL-BONUS (PY-BYL-SUB) TO PY-BONUS-CO-AMOUNT.
015360 2475-SPLIT-ONE-CO-BONUS-EXIT.
015370     EXIT.
015380
015390******************************************************************
015400*    2480-BONUS-ONE-BYLINE                                       *
015410*    CREDITS ONE BYLINE'S PORTION OF THE POST'S BONUS TO ITS     *
015420*    AUTHOR.  AN UPLIFT IS THE TIER PERCENT OF THE BYLINE'S WORD *
015430*    PAY AT ITS AUTHOR'S RATE IN EFFECT ON THE PUBLISH DATE;     *
015440*    WITH NO RATE IN EFFECT THE UPLIFT IS ZERO.  A BYLINE WHOSE  *
015450*    AUTHOR HAS LEFT THE MASTER GOES TO THE EXCEPTION PAGE.      *
015460******************************************************************
015470 2480-BONUS-ONE-BYLINE.
015480     MOVE "N" TO PY-MATCH-FOUND-SWITCH
015490     IF PY-AUTHOR-COUNT > ZEROES
015500         SET PY-AUTH-IDX TO 1
015510         SEARCH ALL PY-AUTHOR-ENTRY
015520             AT END
015530                 CONTINUE
015540             WHEN PY-TBL-AUTHOR-ID (PY-AUTH-IDX) =
015550                     PY-BYL-AUTHOR-ID (PY-BYL-IDX)
015560                 MOVE "Y" TO PY-MATCH-FOUND-SWITCH
015570         END-SEARCH
015580     END-IF
015590     IF NOT PY-MATCH-FOUND
015600         MOVE PH-POST-ID TO PY-EXC-WORK-ID
015610         MOVE "BONUS, AUTHOR NOT ON MASTER"
015620             TO PY-EXC-WORK-REASON
015630         PERFORM 8000-STORE-EXCEPTION
015640             THRU 8000-STORE-EXCEPTION-EXIT
015650         GO TO 2480-BONUS-ONE-BYLINE-EXIT
015660     END-IF
015670     IF PY-TIER-UPLIFT (PY-TIER-HIT-SUB)
015680         COMPUTE PY-POST-DATE-NUM =
015690             PH-PUB-YEAR * 10000 + PH-PUB-MONTH * 100 + PH-PUB-DAY
015700         MOVE PY-BYL-AUTHOR-ID (PY-BYL-IDX) TO PY-RATE-LOOKUP-ID
015710         MOVE PY-POST-DATE-NUM TO PY-RATE-LOOKUP-DATE
015720         PERFORM 2560-FIND-RATE-IN-EFFECT
015730             THRU 2560-FIND-RATE-IN-EFFECT-EXIT
015740         IF PY-RATE-IN-EFFECT
015750             COMPUTE PY-BYL-BONUS (PY-BYL-IDX) ROUNDED =
015760                 PY-BYL-WORDS (PY-BYL-IDX) * PY-RATE-LOOKUP-RATE
015770                     * PY-TIER-UPLIFT-PCT (PY-TIER-HIT-SUB) / 100
015780         END-IF
015790     END-IF
015800     IF PY-BYL-BONUS (PY-BYL-IDX) = ZEROES
015810         GO TO 2480-BONUS-ONE-BYLINE-EXIT
015820     END-IF
015830     ADD 1 TO PY-TBL-BONUS-POSTS (PY-AUTH-IDX)
015840     ADD PY-BYL-BONUS (PY-BYL-IDX)
015850         TO PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX).
015860 2480-BONUS-ONE-BYLINE-EXIT.
015870     EXIT.
015880
015890******************************************************************
015900*    2700-STORE-POST-DETAIL                                     *
015910*    HOLDS THE CURRENT CO-BYLINE'S SHARE OF THE PAID POST FOR    *
015920*    THE PER-AUTHOR REMITTANCE STATEMENTS.  A FULL TABLE NEVER   *
015930*    STOPS THE PAY RUN - THE STATEMENTS JUST NOTE THE LISTING    *
015940*    IS INCOMPLETE.                                              *
015950******************************************************************
015960 2700-STORE-POST-DETAIL.
015970     IF PY-PDET-COUNT NOT LESS THAN PY-PDET-TABLE-MAX
015980         IF PY-PDET-LOST-COUNT = ZEROES
015990             DISPLAY "AUTHPAY: STATEMENT DETAIL TABLE FULL AT "
016000                 PY-PDET-TABLE-MAX " ENTRIES -- STATEMENTS "
016010                 "WILL BE INCOMPLETE"
016020             IF PY-RETURN-CODE < 4
016030                 MOVE 4 TO PY-RETURN-CODE
016040             END-IF
016050         END-IF
016060         ADD 1 TO PY-PDET-LOST-COUNT
016070         GO TO 2700-STORE-POST-DETAIL-EXIT
016080     END-IF
016090     ADD 1 TO PY-PDET-COUNT
016100     MOVE PH-POST-ID    TO PY-PDET-POST-ID (PY-PDET-COUNT)
016110     MOVE PH-TITLE      TO PY-PDET-TITLE (PY-PDET-COUNT)
016120     MOVE PY-BYL-AUTHOR-ID (PY-BYL-IDX)
016130         TO PY-PDET-AUTHOR-ID (PY-PDET-COUNT)
016140     MOVE PH-PUB-MONTH  TO PY-PDET-PUB-MONTH (PY-PDET-COUNT)
016150     MOVE PH-PUB-DAY    TO PY-PDET-PUB-DAY (PY-PDET-COUNT)
016160     MOVE PH-PUB-YEAR   TO PY-PDET-PUB-YEAR (PY-PDET-COUNT)
016170     MOVE PY-BYL-WORDS (PY-BYL-IDX)
016180         TO PY-PDET-WORDS (PY-PDET-COUNT)
016190     MOVE PY-RATE-LOOKUP-RATE TO PY-PDET-RATE (PY-PDET-COUNT)
016200     MOVE PY-LINE-AMOUNT      TO PY-PDET-AMOUNT (PY-PDET-COUNT).
016210 2700-STORE-POST-DETAIL-EXIT.
016220     EXIT.
016230
016240******************************************************************
016250*    2800-CHECK-RETRACTED-POST                                  *
016260*    A RETRACTED POST NEVER PAYS.  ONE PUBLISHED IN THE PAY       *
016270*    MONTH GOES TO THE EXCEPTION PAGE UNPAID; ONE PUBLISHED       *
016280*    (AND PAID) IN AN EARLIER MONTH WHOSE RETRACTION LANDED IN    *
016290*    THE PAY MONTH ACCUMULATES A NEGATIVE WORD ADJUSTMENT FOR     *
016300*    ITS AUTHOR, TAKEN BACK AT THE RATE IN EFFECT ON ITS PUBLISH *
016310*    DATE - THE RATE IT WAS PAID AT.  A RETRACTION ALREADY       *
016320*    SETTLED IN ITS OWN MONTH'S RUN IS LEFT ALONE.               *
016330******************************************************************
016340 2800-CHECK-RETRACTED-POST.
016350     IF PY-POST-MONTH-KEY = PY-PAY-MONTH-KEY
016360         MOVE PH-POST-ID TO PY-EXC-WORK-ID
016370         MOVE "POST RETRACTED, NOT PAID"
016380             TO PY-EXC-WORK-REASON
016390         PERFORM 8000-STORE-EXCEPTION
016400             THRU 8000-STORE-EXCEPTION-EXIT
016410         GO TO 2800-CHECK-RETRACTED-POST-EXIT
016420     END-IF
016430     IF PH-RETRACT-DATE NOT NUMERIC
016440         GO TO 2800-CHECK-RETRACTED-POST-EXIT
016450     END-IF
016460     COMPUTE PY-RETR-MONTH-KEY = PH-RETRACT-DATE / 100
016470     IF PY-RETR-MONTH-KEY NOT = PY-PAY-MONTH-KEY
016480         OR PY-POST-MONTH-KEY > PY-PAY-MONTH-KEY
016490         GO TO 2800-CHECK-RETRACTED-POST-EXIT
016500     END-IF
016510     IF PH-WORD-COUNT NOT NUMERIC
016520         OR PH-WORD-COUNT = ZEROES
016530         GO TO 2800-CHECK-RETRACTED-POST-EXIT
016540     END-IF
016550     PERFORM 2880-LOAD-HISTORY-SPLIT
016560         THRU 2880-LOAD-HISTORY-SPLIT-EXIT
016570     PERFORM 2900-BUILD-BYLINE-SPLIT
016580         THRU 2900-BUILD-BYLINE-SPLIT-EXIT
016590     PERFORM 2970-ADJUST-ONE-BYLINE
016600         THRU 2970-ADJUST-ONE-BYLINE-EXIT
016610         VARYING PY-BYL-IDX FROM 1 BY 1
016620         UNTIL PY-BYL-IDX > PY-BYL-COUNT.
016630 2800-CHECK-RETRACTED-POST-EXIT.
016640     EXIT.
016650
016660******************************************************************
016670*    2880-LOAD-HISTORY-SPLIT                                     *
016680*    THE CURRENT HISTORY RECORD IS THE SOURCE OF THE SPLIT.      *
016690******************************************************************
016700 2880-LOAD-HISTORY-SPLIT.
016710     MOVE PH-AUTHOR-ID        TO PY-SPL-AUTHOR-ID
016720     MOVE PH-WORD-COUNT       TO PY-SPL-WORD-COUNT
016730     MOVE PH-CO-BYLINE (1)    TO PY-SPL-CO-BYLINE (1)
016740     MOVE PH-CO-BYLINE (2)    TO PY-SPL-CO-BYLINE (2).
016750 2880-LOAD-HISTORY-SPLIT-EXIT.
016760     EXIT.
016770
016780******************************************************************
016790*    2900-BUILD-BYLINE-SPLIT                                    *
016800*    SPLITS THE CURRENT HISTORY RECORD'S WORDS ACROSS ITS         *
016810*    BYLINES.  A SINGLE-BYLINE POST (THE BULK OF THE FEED)        *
016820*    GIVES EVERYTHING TO THE FIRST AUTHOR EXACTLY AS BEFORE.      *
016830*    CO-BYLINE SHARES WERE EDITED TO SUM TO 100 BY BLOGEDIT;      *
016840*    EACH CO-BYLINE GETS SHARE PERCENT OF THE WORDS, TRUNCATED,   *
016850*    AND THE FIRST BYLINE KEEPS THE REST.                         *
016860******************************************************************
016870 2900-BUILD-BYLINE-SPLIT.
016880     MOVE 1 TO PY-BYL-COUNT
016890     MOVE PY-SPL-AUTHOR-ID  TO PY-BYL-AUTHOR-ID (1)
016900     MOVE PY-SPL-WORD-COUNT TO PY-BYL-WORDS (1)
016910     MOVE 100               TO PY-BYL-SHARE-PCT (1)
016920     IF PY-SPL-CO-AUTHOR-ID (1) = SPACES
016930         AND PY-SPL-CO-AUTHOR-ID (2) = SPACES
016940         GO TO 2900-BUILD-BYLINE-SPLIT-EXIT
016950     END-IF
016960     MOVE ZEROES TO PY-BYL-CO-WORDS
016970     MOVE ZEROES TO PY-BYL-CO-SHARE
016980     PERFORM 2920-SPLIT-ONE-COBYLINE
016990         THRU 2920-SPLIT-ONE-COBYLINE-EXIT
017000         VARYING PY-BYL-SUB FROM 1 BY 1
017010         UNTIL PY-BYL-SUB > 2
017020     COMPUTE PY-BYL-WORDS (1) =
017030         PY-SPL-WORD-COUNT - PY-BYL-CO-WORDS
017040     IF PY-BYL-CO-SHARE < 100
017050         COMPUTE PY-BYL-SHARE-PCT (1) = 100 - PY-BYL-CO-SHARE
017060     ELSE
017070         MOVE ZEROES TO PY-BYL-SHARE-PCT (1)
017080     END-IF.
017090 2900-BUILD-BYLINE-SPLIT-EXIT.
017100     EXIT.
017110
017120 2920-SPLIT-ONE-COBYLINE.
017130     IF PY-SPL-CO-AUTHOR-ID (PY-BYL-SUB) = SPACES
017140         OR PY-SPL-CO-SHARE-PCT (PY-BYL-SUB) NOT NUMERIC
017150         GO TO 2920-SPLIT-ONE-COBYLINE-EXIT
017160     END-IF
017170     ADD 1 TO PY-BYL-COUNT
017180     MOVE PY-SPL-CO-AUTHOR-ID (PY-BYL-SUB)
017190         TO PY-BYL-AUTHOR-ID (PY-BYL-COUNT)
017200     COMPUTE PY-BYL-WORDS (PY-BYL-COUNT) =
017210         PY-SPL-WORD-COUNT
017220             * PY-SPL-CO-SHARE-PCT (PY-BYL-SUB) / 100
017230     ADD PY-BYL-WORDS (PY-BYL-COUNT) TO PY-BYL-CO-WORDS
017240     MOVE PY-SPL-CO-SHARE-PCT (PY-BYL-SUB)
017250         TO PY-BYL-SHARE-PCT (PY-BYL-COUNT)
017260     ADD PY-SPL-CO-SHARE-PCT (PY-BYL-SUB) TO PY-BYL-CO-SHARE.
017270 2920-SPLIT-ONE-COBYLINE-EXIT.
017280     EXIT.
017290
017300******************************************************************
017310*    2950-CREDIT-ONE-BYLINE                                     *
017320*    ROLLS ONE BYLINE'S SHARE OF THE PAY-MONTH POST INTO ITS      *
017330*    AUTHOR'S TOTALS (AND, FOR A CO-BYLINE, THE STATEMENT DETAIL  *
017340*    TABLE), PRICED AT THE AUTHOR'S RATE IN EFFECT ON THE         *
017350*    PUBLISH DATE.  A BYLINE WHOSE AUTHOR HAS LEFT THE MASTER     *
017360*    GOES TO THE EXCEPTION PAGE UNPAID, LIKE ANY OTHER UNPAYABLE  *
017370*    POST.                                                        *
017380******************************************************************
017390 2950-CREDIT-ONE-BYLINE.
017400     IF PY-BYL-WORDS (PY-BYL-IDX) = ZEROES
017410         GO TO 2950-CREDIT-ONE-BYLINE-EXIT
017420     END-IF
017430     MOVE "N" TO PY-MATCH-FOUND-SWITCH
017440     IF PY-AUTHOR-COUNT > ZEROES
017450         SET PY-AUTH-IDX TO 1
017460         SEARCH ALL PY-AUTHOR-ENTRY
017470             AT END
017480                 CONTINUE
017490             WHEN PY-TBL-AUTHOR-ID (PY-AUTH-IDX) =
017500                     PY-BYL-AUTHOR-ID (PY-BYL-IDX)
017510                 MOVE "Y" TO PY-MATCH-FOUND-SWITCH
017520         END-SEARCH
017530     END-IF
017540     IF NOT PY-MATCH-FOUND
017550         MOVE PH-POST-ID TO PY-EXC-WORK-ID
017560         MOVE "AUTHOR NO LONGER ON MASTER, NOT PAID"
017570             TO PY-EXC-WORK-REASON
017580         PERFORM 8000-STORE-EXCEPTION
017590             THRU 8000-STORE-EXCEPTION-EXIT
017600         GO TO 2950-CREDIT-ONE-BYLINE-EXIT
017610     END-IF
017620     ADD 1 TO PY-TBL-POSTS (PY-AUTH-IDX)
017630     ADD PY-BYL-WORDS (PY-BYL-IDX)
017640         TO PY-TBL-WORDS (PY-AUTH-IDX)
017650     PERFORM 2990-PRICE-HISTORY-BYLINE
017660         THRU 2990-PRICE-HISTORY-BYLINE-EXIT
017670     ADD PY-LINE-AMOUNT TO PY-TBL-AMOUNT (PY-AUTH-IDX)
017680     IF PY-BYL-IDX > 1
017690         PERFORM 2700-STORE-POST-DETAIL
017700             THRU 2700-STORE-POST-DETAIL-EXIT
017710     END-IF.
017720 2950-CREDIT-ONE-BYLINE-EXIT.
017730     EXIT.
017740
017750******************************************************************
017760*    2970-ADJUST-ONE-BYLINE                                     *
017770*    ROLLS ONE BYLINE'S SHARE OF A RETRACTED, ALREADY-PAID        *
017780*    POST INTO ITS AUTHOR'S NEGATIVE ADJUSTMENT.                  *
017790******************************************************************
017800 2970-ADJUST-ONE-BYLINE.
017810     IF PY-BYL-WORDS (PY-BYL-IDX) = ZEROES
017820         GO TO 2970-ADJUST-ONE-BYLINE-EXIT
017830     END-IF
017840     MOVE "N" TO PY-MATCH-FOUND-SWITCH
017850     IF PY-AUTHOR-COUNT > ZEROES
017860         SET PY-AUTH-IDX TO 1
017870         SEARCH ALL PY-AUTHOR-ENTRY
017880             AT END
017890                 CONTINUE
017900             WHEN PY-TBL-AUTHOR-ID (PY-AUTH-IDX) =
017910                     PY-BYL-AUTHOR-ID (PY-BYL-IDX)
017920                 MOVE "Y" TO PY-MATCH-FOUND-SWITCH
017930         END-SEARCH
017940     END-IF
017950     IF NOT PY-MATCH-FOUND
017960         MOVE PH-POST-ID TO PY-EXC-WORK-ID
017970         MOVE "RETRACTED, AUTHOR NOT ON MASTER"
017980             TO PY-EXC-WORK-REASON
017990         PERFORM 8000-STORE-EXCEPTION
018000             THRU 8000-STORE-EXCEPTION-EXIT
018010         GO TO 2970-ADJUST-ONE-BYLINE-EXIT
018020     END-IF
018030     ADD PY-BYL-WORDS (PY-BYL-IDX)
018040         TO PY-TBL-ADJ-WORDS (PY-AUTH-IDX)
018050     PERFORM 2990-PRICE-HISTORY-BYLINE
018060         THRU 2990-PRICE-HISTORY-BYLINE-EXIT
018070     ADD PY-LINE-AMOUNT TO PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX).
018080 2970-ADJUST-ONE-BYLINE-EXIT.
018090     EXIT.
018100
018110******************************************************************
018120*    2990-PRICE-HISTORY-BYLINE                                   *
018130*    PRICES THE CURRENT BYLINE'S SHARE OF THE HISTORY RECORD AT  *
018140*    ITS AUTHOR'S RATE IN EFFECT ON THE PUBLISH DATE.  WITH NO   *
018150*    RATE IN EFFECT THE SHARE PRICES AT ZERO AND THE AUTHOR IS   *
018160*    MARKED, SO 2550 HOLDS THE WHOLE AUTHOR BACK FOR THE         *
018170*    EXCEPTION PAGE.                                             *
018180******************************************************************
018190 2990-PRICE-HISTORY-BYLINE.
018200     COMPUTE PY-POST-DATE-NUM =
018210         PH-PUB-YEAR * 10000 + PH-PUB-MONTH * 100 + PH-PUB-DAY
018220     MOVE PY-BYL-AUTHOR-ID (PY-BYL-IDX) TO PY-RATE-LOOKUP-ID
018230     MOVE PY-POST-DATE-NUM TO PY-RATE-LOOKUP-DATE
018240     PERFORM 2560-FIND-RATE-IN-EFFECT
018250         THRU 2560-FIND-RATE-IN-EFFECT-EXIT
018260     IF PY-RATE-IN-EFFECT
018270         COMPUTE PY-LINE-AMOUNT ROUNDED =
018280             PY-BYL-WORDS (PY-BYL-IDX) * PY-RATE-LOOKUP-RATE
018290     ELSE
018300         MOVE ZEROES TO PY-LINE-AMOUNT
018310         MOVE "Y" TO PY-TBL-NO-RATE-SW (PY-AUTH-IDX)
018320     END-IF.
018330 2990-PRICE-HISTORY-BYLINE-EXIT.
018340     EXIT.
018350
018360******************************************************************
018370*    2500-APPLY-RATES                                           *
018380*    THE AMOUNTS WERE PRICED POST BY POST AS THE HISTORY AND     *
018390*    AMENDMENTS WERE READ.  THIS PASS CLEARS EACH AUTHOR WITH    *
018400*    WORDS OR A BONUS FOR PAYMENT AND PICKS UP THE RATE IN       *
018410*    EFFECT ON THE                                               *
018420*    LAST DAY OF THE PAY MONTH FOR THE REGISTER AND EXTRACT.  AN *
018430*    AUTHOR WITH ANY POST DATED WHEN NO RATE - THEIR OWN OR THE  *
018440*    *DFLT* HOUSE RATE - WAS IN EFFECT GOES TO THE EXCEPTION     *
018450*    PAGE UNPAID.                                                *
018460******************************************************************
018470 2500-APPLY-RATES.
018480     IF PY-AUTHOR-COUNT = ZEROES
018490         GO TO 2500-APPLY-RATES-EXIT
018500     END-IF
018510     PERFORM 2550-RATE-ONE-AUTHOR
018520         THRU 2550-RATE-ONE-AUTHOR-EXIT
018530         VARYING PY-AUTH-IDX FROM 1 BY 1
018540         UNTIL PY-AUTH-IDX > PY-AUTHOR-COUNT.
018550 2500-APPLY-RATES-EXIT.
018560     EXIT.
018570
018580 2550-RATE-ONE-AUTHOR.
018590     IF PY-TBL-WORDS (PY-AUTH-IDX) = ZEROES
018600         AND PY-TBL-ADJ-WORDS (PY-AUTH-IDX) = ZEROES
018610         AND PY-TBL-AMD-WORDS (PY-AUTH-IDX) = ZEROES
018620         AND PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) = ZEROES
018630         GO TO 2550-RATE-ONE-AUTHOR-EXIT
018640     END-IF
018650     IF PY-TBL-RATE-MISSING (PY-AUTH-IDX)
018660         MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX)
018670             TO PY-EXC-WORK-ID
018680         MOVE "WORDS PUBLISHED BUT NO RATE IN EFFECT"
018690             TO PY-EXC-WORK-REASON
018700         PERFORM 8000-STORE-EXCEPTION
018710             THRU 8000-STORE-EXCEPTION-EXIT
018720         GO TO 2550-RATE-ONE-AUTHOR-EXIT
018730     END-IF
018740     MOVE "Y" TO PY-TBL-RATE-FOUND-SW (PY-AUTH-IDX)
018750     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO PY-RATE-LOOKUP-ID
018760     MOVE PY-PAY-MONTH-END-DATE TO PY-RATE-LOOKUP-DATE
018770     PERFORM 2560-FIND-RATE-IN-EFFECT
018780         THRU 2560-FIND-RATE-IN-EFFECT-EXIT
018790     IF PY-RATE-IN-EFFECT
018800         MOVE PY-RATE-LOOKUP-RATE TO PY-TBL-RATE (PY-AUTH-IDX)
018810     ELSE
018820         MOVE ZEROES TO PY-TBL-RATE (PY-AUTH-IDX)
018830     END-IF.
018840 2550-RATE-ONE-AUTHOR-EXIT.
018850     EXIT.
018860
018870******************************************************************
018880*    2560-FIND-RATE-IN-EFFECT                                    *
018890*    FINDS THE RATE IN EFFECT FOR PY-RATE-LOOKUP-ID ON THE       *
018900*    CCYYMMDD DATE IN PY-RATE-LOOKUP-DATE.  THE AUTHOR'S OWN     *
018910*    ROWS ARE TRIED FIRST, THEN THE *DFLT* HOUSE ROWS.  WITHIN   *
018920*    EITHER SET THE GOVERNING ROW IS THE LATEST ONE EFFECTIVE ON *
018930*    OR BEFORE THE DATE; IF THAT ROW WAS END-DATED BEFORE THE    *
018940*    DATE, THE SET HAS NO RATE IN EFFECT.                        *
018950******************************************************************
018960 2560-FIND-RATE-IN-EFFECT.
018970     MOVE "N" TO PY-RATE-LOOKUP-SWITCH
018980     MOVE ZEROES TO PY-RATE-LOOKUP-RATE
018990     IF PY-RATE-COUNT = ZEROES
019000         GO TO 2560-FIND-RATE-IN-EFFECT-EXIT
019010     END-IF
019020     MOVE PY-RATE-LOOKUP-ID TO PY-RATE-SCAN-ID
019030     PERFORM 2570-SCAN-RATE-ROWS
019040         THRU 2570-SCAN-RATE-ROWS-EXIT
019050     IF PY-RATE-IN-EFFECT
019060         GO TO 2560-FIND-RATE-IN-EFFECT-EXIT
019070     END-IF
019080     MOVE "*DFLT*" TO PY-RATE-SCAN-ID
019090     PERFORM 2570-SCAN-RATE-ROWS
019100         THRU 2570-SCAN-RATE-ROWS-EXIT.
019110 2560-FIND-RATE-IN-EFFECT-EXIT.
019120     EXIT.
019130
019140 2570-SCAN-RATE-ROWS.
019150     MOVE ZEROES TO PY-RATE-GOVERN-SUB
019160     PERFORM 2580-CHECK-ONE-RATE-ROW
019170         THRU 2580-CHECK-ONE-RATE-ROW-EXIT
019180         VARYING PY-RATE-SUB FROM 1 BY 1
019190         UNTIL PY-RATE-SUB > PY-RATE-COUNT
019200     IF PY-RATE-GOVERN-SUB = ZEROES
019210         GO TO 2570-SCAN-RATE-ROWS-EXIT
019220     END-IF
019230     IF PY-RTBL-END-DATE (PY-RATE-GOVERN-SUB) NOT = ZEROES
019240         AND PY-RTBL-END-DATE (PY-RATE-GOVERN-SUB)
019250             < PY-RATE-LOOKUP-DATE
019260         GO TO 2570-SCAN-RATE-ROWS-EXIT
019270     END-IF
019280     MOVE PY-RTBL-RATE (PY-RATE-GOVERN-SUB) TO PY-RATE-LOOKUP-RATE
019290     MOVE "Y" TO PY-RATE-LOOKUP-SWITCH.
019300 2570-SCAN-RATE-ROWS-EXIT.
019310     EXIT.
019320
019330 2580-CHECK-ONE-RATE-ROW.
019340     IF PY-RTBL-AUTHOR-ID (PY-RATE-SUB) NOT = PY-RATE-SCAN-ID
019350         OR PY-RTBL-EFF-DATE (PY-RATE-SUB) > PY-RATE-LOOKUP-DATE
019360         GO TO 2580-CHECK-ONE-RATE-ROW-EXIT
019370     END-IF
019380     IF PY-RATE-GOVERN-SUB = ZEROES
019390         MOVE PY-RATE-SUB TO PY-RATE-GOVERN-SUB
019400         GO TO 2580-CHECK-ONE-RATE-ROW-EXIT
019410     END-IF
019420     IF PY-RTBL-EFF-DATE (PY-RATE-SUB)
019430         > PY-RTBL-EFF-DATE (PY-RATE-GOVERN-SUB)
019440         MOVE PY-RATE-SUB TO PY-RATE-GOVERN-SUB
019450     END-IF.
019460 2580-CHECK-ONE-RATE-ROW-EXIT.
019470     EXIT.
019480
019490******************************************************************
019500*    3000-PRINT-REGISTER                                        *
019510*    ONE LINE PER AUTHOR PAID THIS MONTH, THE GRAND TOTALS,      *
019520*    AND THE EXCEPTION PAGE.  AUTHORS WITH NO PAY-MONTH WORDS    *
019530*    DO NOT PRINT - THE PRODUCTIVITY REPORT ALREADY SHOWS WHO    *
019540*    DID NOT PUBLISH.                                            *
019550******************************************************************
019560 3000-PRINT-REGISTER.
019570     IF NOT PY-PAYREG-OK
019580         GO TO 3000-PRINT-REGISTER-EXIT
019590     END-IF
019600     MOVE ZEROES TO PY-PAGE-COUNT
019610     MOVE PY-LINES-PER-PAGE TO PY-LINE-COUNT
019620     IF PY-AUTHOR-COUNT > ZEROES
019630         PERFORM 3100-PRINT-AUTHOR-LINE
019640             THRU 3100-PRINT-AUTHOR-LINE-EXIT
019650             VARYING PY-AUTH-IDX FROM 1 BY 1
019660             UNTIL PY-AUTH-IDX > PY-AUTHOR-COUNT
019670     END-IF
019680     IF PY-PAGE-COUNT = ZEROES
019690         PERFORM 3200-PRINT-PAGE-HEADERS
019700             THRU 3200-PRINT-PAGE-HEADERS-EXIT
019710     END-IF
019720     MOVE PY-AUTHORS-PAID-COUNT TO PY-RPT-TOT-AUTHORS
019730     MOVE PY-TOT-POSTS          TO PY-RPT-TOT-POSTS
019740     MOVE PY-TOT-WORDS          TO PY-RPT-TOT-WORDS
019750     MOVE PY-TOT-AMOUNT         TO PY-RPT-TOT-AMOUNT
019760     WRITE PG-PRINT-LINE FROM SPACES
019770     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-1
019780     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-2
019790     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-3
019800     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-4
019810     COMPUTE PY-ADJ-AMT-NEG = ZERO - PY-TOT-ADJ-AMOUNT
019820     MOVE PY-ADJ-AMT-NEG TO PY-RPT-TOT-ADJUST
019830     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-5
019840     MOVE PY-TOT-AMD-AMOUNT TO PY-RPT-TOT-AMEND
019850     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-6
019860     MOVE PY-TOT-BONUS-AMOUNT TO PY-RPT-TOT-BONUS
019870     WRITE PG-PRINT-LINE FROM PY-RPT-TOTAL-LINE-7
019880     PERFORM 3500-PRINT-EXCEPTION-PAGE
019890         THRU 3500-PRINT-EXCEPTION-PAGE-EXIT
019900     IF PY-EXC-COUNT > ZEROES
019910         AND PY-RETURN-CODE < 4
019920         MOVE 4 TO PY-RETURN-CODE
019930     END-IF.
019940 3000-PRINT-REGISTER-EXIT.
019950     EXIT.
019960
019970 3100-PRINT-AUTHOR-LINE.
019980     IF (PY-TBL-WORDS (PY-AUTH-IDX) = ZEROES
019990         AND PY-TBL-ADJ-WORDS (PY-AUTH-IDX) = ZEROES
020000         AND PY-TBL-AMD-WORDS (PY-AUTH-IDX) = ZEROES
020010         AND PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) = ZEROES)
020020         OR NOT PY-TBL-RATE-FOUND (PY-AUTH-IDX)
020030         GO TO 3100-PRINT-AUTHOR-LINE-EXIT
020040     END-IF
020050     IF PY-LINE-COUNT NOT LESS THAN PY-LINES-PER-PAGE
020060         PERFORM 3200-PRINT-PAGE-HEADERS
020070             THRU 3200-PRINT-PAGE-HEADERS-EXIT
020080     END-IF
020090     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO PY-RPT-AUTHOR-ID
020100     MOVE PY-TBL-NAME (PY-AUTH-IDX)      TO PY-RPT-NAME
020110     MOVE PY-TBL-POSTS (PY-AUTH-IDX)     TO PY-RPT-POSTS
020120     MOVE PY-TBL-WORDS (PY-AUTH-IDX)     TO PY-RPT-WORDS
020130     MOVE PY-TBL-RATE (PY-AUTH-IDX)      TO PY-RPT-RATE
020140     MOVE PY-TBL-AMOUNT (PY-AUTH-IDX)    TO PY-RPT-AMOUNT
020150     WRITE PG-PRINT-LINE FROM PY-RPT-DETAIL-LINE
020160     ADD 1 TO PY-LINE-COUNT
020170     IF PY-TBL-ADJ-WORDS (PY-AUTH-IDX) > ZEROES
020180         COMPUTE PY-ADJ-WORDS-NEG =
020190             ZERO - PY-TBL-ADJ-WORDS (PY-AUTH-IDX)
020200         COMPUTE PY-ADJ-AMT-NEG =
020210             ZERO - PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
020220         MOVE PY-ADJ-WORDS-NEG TO PY-RPT-ADJ-WORDS
020230         MOVE PY-ADJ-AMT-NEG   TO PY-RPT-ADJ-AMOUNT
020240         WRITE PG-PRINT-LINE FROM PY-RPT-ADJUST-LINE
020250         ADD 1 TO PY-LINE-COUNT
020260         ADD PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
020270             TO PY-TOT-ADJ-AMOUNT
020280     END-IF
020290     IF PY-TBL-AMD-WORDS (PY-AUTH-IDX) NOT = ZEROES
020300         MOVE PY-TBL-AMD-WORDS (PY-AUTH-IDX)  TO PY-RPT-AMD-WORDS
020310         MOVE PY-TBL-AMD-AMOUNT (PY-AUTH-IDX) TO PY-RPT-AMD-AMOUNT
020320         WRITE PG-PRINT-LINE FROM PY-RPT-AMEND-LINE
020330         ADD 1 TO PY-LINE-COUNT
020340         ADD PY-TBL-AMD-AMOUNT (PY-AUTH-IDX)
020350             TO PY-TOT-AMD-AMOUNT
020360     END-IF
020370     IF PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) > ZEROES
020380         MOVE PY-TBL-BONUS-POSTS (PY-AUTH-IDX)
020390             TO PY-RPT-BONUS-POSTS
020400         MOVE PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX)
020410             TO PY-RPT-BONUS-AMOUNT
020420         WRITE PG-PRINT-LINE FROM PY-RPT-BONUS-LINE
020430         ADD 1 TO PY-LINE-COUNT
020440         ADD PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX)
020450             TO PY-TOT-BONUS-AMOUNT
020460     END-IF
020470     ADD 1 TO PY-AUTHORS-PAID-COUNT
020480     ADD PY-TBL-POSTS (PY-AUTH-IDX)  TO PY-TOT-POSTS
020490     ADD PY-TBL-WORDS (PY-AUTH-IDX)  TO PY-TOT-WORDS
020500     ADD PY-TBL-AMOUNT (PY-AUTH-IDX) TO PY-TOT-AMOUNT
020510     SUBTRACT PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
020520         FROM PY-TOT-AMOUNT
020530     ADD PY-TBL-AMD-AMOUNT (PY-AUTH-IDX) TO PY-TOT-AMOUNT
020540     ADD PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) TO PY-TOT-AMOUNT.
020550 3100-PRINT-AUTHOR-LINE-EXIT.
020560     EXIT.
020570
020580 3200-PRINT-PAGE-HEADERS.
020590     ADD 1 TO PY-PAGE-COUNT
020600     MOVE PY-PAGE-COUNT TO PY-RPT-PAGE-NO
020610     MOVE PY-PAY-MM     TO PY-RPT-HDR-MONTH
020620     MOVE PY-PAY-CCYY   TO PY-RPT-HDR-YEAR
020630     IF PY-PAGE-COUNT > 1
020640         WRITE PG-PRINT-LINE FROM SPACES
020650     END-IF
020660     WRITE PG-PRINT-LINE FROM PY-RPT-HEADER-1
020670     WRITE PG-PRINT-LINE FROM PY-RPT-HEADER-2
020680     MOVE ZEROES TO PY-LINE-COUNT.
020690 3200-PRINT-PAGE-HEADERS-EXIT.
020700     EXIT.
020710
020720******************************************************************
020730*    3500-PRINT-EXCEPTION-PAGE                                  *
020740*    THE EXCEPTION PAGE CLOSES THE REGISTER SO THE PAY DESK      *
020750*    SEES EVERY POST AND AUTHOR THE RUN COULD NOT PAY AND WHY.   *
020760******************************************************************
020770 3500-PRINT-EXCEPTION-PAGE.
020780     IF PY-EXC-COUNT = ZEROES
020790         GO TO 3500-PRINT-EXCEPTION-PAGE-EXIT
020800     END-IF
020810     PERFORM 3200-PRINT-PAGE-HEADERS
020820         THRU 3200-PRINT-PAGE-HEADERS-EXIT
020830     MOVE "ITEMS NOT PAID THIS RUN" TO PY-RPT-SECTION-TITLE
020840     WRITE PG-PRINT-LINE FROM PY-RPT-SECTION-LINE
020850     WRITE PG-PRINT-LINE FROM PY-RPT-EXCEPT-HEADER
020860     PERFORM 3550-PRINT-EXCEPTION-LINE
020870         THRU 3550-PRINT-EXCEPTION-LINE-EXIT
020880         VARYING PY-EXC-PRINT-IDX FROM 1 BY 1
020890         UNTIL PY-EXC-PRINT-IDX > PY-EXC-COUNT
020900     IF PY-EXC-LOST-COUNT > ZEROES
020910         MOVE SPACES TO PY-RPT-EXC-ITEM-ID
020920         MOVE "FURTHER EXCEPTIONS ON SYSOUT"
020930             TO PY-RPT-EXC-REASON
020940         WRITE PG-PRINT-LINE FROM PY-RPT-EXCEPT-DETAIL
020950     END-IF.
020960 3500-PRINT-EXCEPTION-PAGE-EXIT.
020970     EXIT.
020980
020990 3550-PRINT-EXCEPTION-LINE.
021000     IF PY-LINE-COUNT NOT LESS THAN PY-LINES-PER-PAGE
021010         PERFORM 3200-PRINT-PAGE-HEADERS
021020             THRU 3200-PRINT-PAGE-HEADERS-EXIT
021030         WRITE PG-PRINT-LINE FROM PY-RPT-EXCEPT-HEADER
021040     END-IF
021050     MOVE PY-EXC-ITEM-ID (PY-EXC-PRINT-IDX)
021060         TO PY-RPT-EXC-ITEM-ID
021070     MOVE PY-EXC-REASON (PY-EXC-PRINT-IDX)
021080         TO PY-RPT-EXC-REASON
021090     WRITE PG-PRINT-LINE FROM PY-RPT-EXCEPT-DETAIL
021100     ADD 1 TO PY-LINE-COUNT.
021110 3550-PRINT-EXCEPTION-LINE-EXIT.
021120     EXIT.
021130
021140******************************************************************
021150*    4000-WRITE-EXTRACT                                         *
021160*    ONE FIXED-FORMAT EXTRACT RECORD PER AUTHOR PAID, IN THE     *
021170*    LAYOUT ACCOUNTS PAYABLE INGESTS.  AUTHORS ON THE            *
021180*    EXCEPTION PAGE ARE DELIBERATELY ABSENT.                     *
021190******************************************************************
021200 4000-WRITE-EXTRACT.
021210     IF NOT PY-PAYEXTR-OK
021220         OR PY-AUTHOR-COUNT = ZEROES
021230         GO TO 4000-WRITE-EXTRACT-EXIT
021240     END-IF
021250     PERFORM 4100-WRITE-ONE-EXTRACT
021260         THRU 4100-WRITE-ONE-EXTRACT-EXIT
021270         VARYING PY-AUTH-IDX FROM 1 BY 1
021280         UNTIL PY-AUTH-IDX > PY-AUTHOR-COUNT.
021290 4000-WRITE-EXTRACT-EXIT.
021300     EXIT.
021310
021320 4100-WRITE-ONE-EXTRACT.
021330     IF (PY-TBL-WORDS (PY-AUTH-IDX) = ZEROES
021340         AND PY-TBL-ADJ-WORDS (PY-AUTH-IDX) = ZEROES
021350         AND PY-TBL-AMD-WORDS (PY-AUTH-IDX) = ZEROES
021360         AND PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) = ZEROES)
021370         OR NOT PY-TBL-RATE-FOUND (PY-AUTH-IDX)
021380         GO TO 4100-WRITE-ONE-EXTRACT-EXIT
021390     END-IF
021400     MOVE SPACES                      TO PX-EXTRACT-RECORD
021410     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO PX-AUTHOR-ID
021420     MOVE PY-PAY-MONTH-KEY            TO PX-PAY-MONTH
021430     MOVE PY-TBL-WORDS (PY-AUTH-IDX)  TO PX-WORDS-PAID
021440     MOVE PY-TBL-RATE (PY-AUTH-IDX)   TO PX-RATE-PER-WORD
021450     MOVE PY-TBL-AMOUNT (PY-AUTH-IDX) TO PX-AMOUNT-DUE
021460     COMPUTE PX-ADJUSTMENT =
021470         PY-TBL-AMD-AMOUNT (PY-AUTH-IDX)
021480             - PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
021490     MOVE PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) TO PX-BONUS-AMOUNT
021500     WRITE PX-EXTRACT-RECORD.
021510 4100-WRITE-ONE-EXTRACT-EXIT.
021520     EXIT.
021530
021540******************************************************************
021550*    5000-UPDATE-EARNINGS                                       *
021560*    CARRIES EACH PAID AUTHOR'S SETTLED WORDS AND AMOUNT ONTO    *
021570*    THE YEAR-TO-DATE EARNINGS MASTER.  THE PAY MONTH'S BUCKET   *
021580*    IS REPLACED, NOT ADDED TO, SO A RERUN OF THE MONTH LEAVES   *
021590*    THE YEAR-TO-DATE FIGURES HONEST; A RECORD FROM A PRIOR      *
021600*    EARNINGS YEAR RESTARTS CLEAN FOR THE NEW YEAR.  THE MONTH'S *
021610*    A/P REMITTANCE STATUS IS CLEARED WITH IT; PAYRECON SETS IT  *
021620*    AGAIN ONCE A/P CONFIRMS THE NEW EXTRACT ROW.  THE MONTH'S   *
021630*    ENGAGEMENT BONUS GOES TO ITS OWN BUCKET THE SAME WAY.       *
021640******************************************************************
021650 5000-UPDATE-EARNINGS.
021660     IF NOT PY-EARNMST-OK
021670         OR PY-AUTHOR-COUNT = ZEROES
021680         GO TO 5000-UPDATE-EARNINGS-EXIT
021690     END-IF
021700     PERFORM 5100-UPDATE-ONE-AUTHOR
021710         THRU 5100-UPDATE-ONE-AUTHOR-EXIT
021720         VARYING PY-AUTH-IDX FROM 1 BY 1
021730         UNTIL PY-AUTH-IDX > PY-AUTHOR-COUNT.
021740 5000-UPDATE-EARNINGS-EXIT.
021750     EXIT.
021760
021770 5100-UPDATE-ONE-AUTHOR.
021780     IF (PY-TBL-WORDS (PY-AUTH-IDX) = ZEROES
021790         AND PY-TBL-ADJ-WORDS (PY-AUTH-IDX) = ZEROES
021800         AND PY-TBL-AMD-WORDS (PY-AUTH-IDX) = ZEROES
021810         AND PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) = ZEROES)
021820         OR NOT PY-TBL-RATE-FOUND (PY-AUTH-IDX)
021830         GO TO 5100-UPDATE-ONE-AUTHOR-EXIT
021840     END-IF
021850     MOVE "N" TO PY-EY-NEW-SWITCH
021860     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO EY-AUTHOR-ID
021870     READ EARNINGS-MASTER
021880         INVALID KEY
021890             MOVE "Y" TO PY-EY-NEW-SWITCH
021900     END-READ
021910     IF PY-EY-RECORD-IS-NEW
021920         OR EY-EARNINGS-YEAR NOT = PY-PAY-CCYY
021930         MOVE SPACES TO EARNINGS-RECORD
021940         MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO EY-AUTHOR-ID
021950         MOVE PY-PAY-CCYY TO EY-EARNINGS-YEAR
021960         PERFORM 5150-CLEAR-MONTH-BUCKET
021970             THRU 5150-CLEAR-MONTH-BUCKET-EXIT
021980             VARYING PY-EY-MONTH FROM 1 BY 1
021990             UNTIL PY-EY-MONTH > 12
022000     END-IF
022010     COMPUTE PY-NET-WORDS =
022020         PY-TBL-WORDS (PY-AUTH-IDX)
022030             - PY-TBL-ADJ-WORDS (PY-AUTH-IDX)
022040             + PY-TBL-AMD-WORDS (PY-AUTH-IDX)
022050     COMPUTE PY-NET-AMOUNT =
022060         PY-TBL-AMOUNT (PY-AUTH-IDX)
022070             - PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
022080             + PY-TBL-AMD-AMOUNT (PY-AUTH-IDX)
022090     IF PY-NET-WORDS < ZERO
022100         OR PY-NET-AMOUNT < ZERO
022110         DISPLAY "AUTHPAY: ADJUSTMENTS FOR AUTHOR "
022120             EY-AUTHOR-ID " EXCEED THE MONTH'S EARNINGS -- "
022130             "MONTH BUCKET FLOORED AT ZERO"
022140         MOVE ZERO TO PY-NET-WORDS
022150         MOVE ZERO TO PY-NET-AMOUNT
022160     END-IF
022170     MOVE PY-NET-WORDS
022180         TO EY-MTH-WORDS (PY-PAY-MM)
022190     MOVE PY-NET-AMOUNT
022200         TO EY-MTH-AMOUNT (PY-PAY-MM)
022210     MOVE PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX)
022220         TO EY-MTH-BONUS-AMOUNT (PY-PAY-MM)
022230     MOVE PY-PAY-MM TO PY-EY-MONTH
022240     PERFORM 5160-CLEAR-MONTH-REMIT
022250         THRU 5160-CLEAR-MONTH-REMIT-EXIT
022260     MOVE ZEROES TO EY-YTD-WORDS
022270     MOVE ZEROES TO EY-YTD-AMOUNT
022280     MOVE ZEROES TO EY-YTD-BONUS-AMOUNT
022290     PERFORM 5180-SUM-MONTH-BUCKET
022300         THRU 5180-SUM-MONTH-BUCKET-EXIT
022310         VARYING PY-EY-MONTH FROM 1 BY 1
022320         UNTIL PY-EY-MONTH > 12
022330     IF PY-EY-RECORD-IS-NEW
022340         WRITE EARNINGS-RECORD
022350             INVALID KEY
022360                 DISPLAY "AUTHPAY: UNABLE TO ADD AUTHOR "
022370                     EY-AUTHOR-ID " TO EARNINGS-MASTER, "
022380                     "STATUS = " PY-EARNMST-STATUS
022390         END-WRITE
022400     ELSE
022410         REWRITE EARNINGS-RECORD
022420             INVALID KEY
022430                 DISPLAY "AUTHPAY: UNABLE TO UPDATE AUTHOR "
022440                     EY-AUTHOR-ID " ON EARNINGS-MASTER, "
022450                     "STATUS = " PY-EARNMST-STATUS
022460         END-REWRITE
022470     END-IF.
022480 5100-UPDATE-ONE-AUTHOR-EXIT.
022490     EXIT.
022500
022510 5150-CLEAR-MONTH-BUCKET.
022520     MOVE ZEROES TO EY-MTH-WORDS (PY-EY-MONTH)
022530     MOVE ZEROES TO EY-MTH-AMOUNT (PY-EY-MONTH)
022540     MOVE ZEROES TO EY-MTH-BONUS-AMOUNT (PY-EY-MONTH)
022550     PERFORM 5160-CLEAR-MONTH-REMIT
022560         THRU 5160-CLEAR-MONTH-REMIT-EXIT.
022570 5150-CLEAR-MONTH-BUCKET-EXIT.
022580     EXIT.
022590
022600 5160-CLEAR-MONTH-REMIT.
022610     MOVE SPACE  TO EY-MTH-REMIT-STATUS (PY-EY-MONTH)
022620     MOVE ZEROES TO EY-MTH-PAID-AMOUNT (PY-EY-MONTH)
022630     MOVE ZEROES TO EY-MTH-PAID-DATE (PY-EY-MONTH)
022640     MOVE SPACES TO EY-MTH-CHECK-NUMBER (PY-EY-MONTH).
022650 5160-CLEAR-MONTH-REMIT-EXIT.
022660     EXIT.
022670
022680 5180-SUM-MONTH-BUCKET.
022690     ADD EY-MTH-WORDS (PY-EY-MONTH)  TO EY-YTD-WORDS
022700     ADD EY-MTH-AMOUNT (PY-EY-MONTH) TO EY-YTD-AMOUNT
022710     ADD EY-MTH-BONUS-AMOUNT (PY-EY-MONTH) TO EY-YTD-BONUS-AMOUNT.
022720 5180-SUM-MONTH-BUCKET-EXIT.
022730     EXIT.
022740
022750******************************************************************
022760*    6000-PRINT-STATEMENTS                                      *
022770*    ONE REMITTANCE STATEMENT PER AUTHOR PAID THIS RUN: EVERY    *
022780*    POST THAT EARNED, ITS WORDS, THE RATE APPLIED, THE LINE     *
022790*    AMOUNT, THE MONTH TOTAL, AND THE YEAR-TO-DATE FIGURES       *
022800*    FROM THE EARNINGS MASTER JUST UPDATED.  A RATE CHANGE THAT  *
022810*    TAKES EFFECT DURING THE PAY MONTH PRINTS AHEAD OF THE POSTS *
022820*    SO THE TWO RATES ON THE LISTING ARE EXPLAINED.  THE MONTH'S *
022830*    ENGAGEMENT BONUS PRINTS ON ITS OWN LINE AHEAD OF THE TOTAL. *
022840******************************************************************
022850 6000-PRINT-STATEMENTS.
022860     IF NOT PY-STMTRPT-OK
022870         OR PY-AUTHOR-COUNT = ZEROES
022880         GO TO 6000-PRINT-STATEMENTS-EXIT
022890     END-IF
022900     PERFORM 6100-STATEMENT-ONE-AUTHOR
022910         THRU 6100-STATEMENT-ONE-AUTHOR-EXIT
022920         VARYING PY-AUTH-IDX FROM 1 BY 1
022930         UNTIL PY-AUTH-IDX > PY-AUTHOR-COUNT.
022940 6000-PRINT-STATEMENTS-EXIT.
022950     EXIT.
022960
022970 6100-STATEMENT-ONE-AUTHOR.
022980     IF (PY-TBL-WORDS (PY-AUTH-IDX) = ZEROES
022990         AND PY-TBL-ADJ-WORDS (PY-AUTH-IDX) = ZEROES
023000         AND PY-TBL-AMD-WORDS (PY-AUTH-IDX) = ZEROES
023010         AND PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) = ZEROES)
023020         OR NOT PY-TBL-RATE-FOUND (PY-AUTH-IDX)
023030         GO TO 6100-STATEMENT-ONE-AUTHOR-EXIT
023040     END-IF
023050     IF PY-STATEMENTS-PRINTED > ZEROES
023060         WRITE PS-PRINT-LINE FROM SPACES
023070     END-IF
023080     MOVE PY-PAY-MM   TO PY-STM-HDR-MONTH
023090     MOVE PY-PAY-CCYY TO PY-STM-HDR-YEAR
023100     WRITE PS-PRINT-LINE FROM PY-STM-HEADER-1
023110     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO PY-STM-AUTHOR-ID
023120     MOVE PY-TBL-NAME (PY-AUTH-IDX)      TO PY-STM-NAME
023130     WRITE PS-PRINT-LINE FROM PY-STM-AUTHOR-LINE
023140     PERFORM 6120-PRINT-RATE-CHANGES
023150         THRU 6120-PRINT-RATE-CHANGES-EXIT
023160     WRITE PS-PRINT-LINE FROM PY-STM-COL-HEADER
023170     PERFORM 6140-LIST-OWN-POSTS
023180         THRU 6140-LIST-OWN-POSTS-EXIT
023190     PERFORM 6150-STATEMENT-ONE-POST
023200         THRU 6150-STATEMENT-ONE-POST-EXIT
023210         VARYING PY-PDET-IDX FROM 1 BY 1
023220         UNTIL PY-PDET-IDX > PY-PDET-COUNT
023230     IF PY-PDET-LOST-COUNT > ZEROES
023240         MOVE "SOME PAID POSTS COULD NOT BE LISTED - SEE THE "
023250             TO PY-STM-NOTE-TEXT
023260         MOVE "PAY REGISTER" TO PY-STM-NOTE-TEXT (47:12)
023270         WRITE PS-PRINT-LINE FROM PY-STM-NOTE-LINE
023280     END-IF
023290     IF PY-TBL-ADJ-WORDS (PY-AUTH-IDX) > ZEROES
023300         COMPUTE PY-ADJ-WORDS-NEG =
023310             ZERO - PY-TBL-ADJ-WORDS (PY-AUTH-IDX)
023320         COMPUTE PY-ADJ-AMT-NEG =
023330             ZERO - PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
023340         MOVE PY-ADJ-WORDS-NEG TO PY-STM-ADJ-WORDS
023350         MOVE PY-ADJ-AMT-NEG   TO PY-STM-ADJ-AMOUNT
023360         WRITE PS-PRINT-LINE FROM PY-STM-ADJ-LINE
023370     END-IF
023380     IF PY-TBL-AMD-WORDS (PY-AUTH-IDX) NOT = ZEROES
023390         MOVE PY-TBL-AMD-WORDS (PY-AUTH-IDX)  TO PY-STM-AMD-WORDS
023400         MOVE PY-TBL-AMD-AMOUNT (PY-AUTH-IDX) TO PY-STM-AMD-AMOUNT
023410         WRITE PS-PRINT-LINE FROM PY-STM-AMD-LINE
023420     END-IF
023430     IF PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX) > ZEROES
023440         MOVE PY-TBL-BONUS-POSTS (PY-AUTH-IDX)
023450             TO PY-STM-BONUS-POSTS
023460         MOVE PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX)
023470             TO PY-STM-BONUS-AMOUNT
023480         WRITE PS-PRINT-LINE FROM PY-STM-BONUS-LINE
023490     END-IF
023500     MOVE PY-TBL-WORDS (PY-AUTH-IDX)  TO PY-STM-TOT-WORDS
023510     COMPUTE PY-NET-AMOUNT =
023520         PY-TBL-AMOUNT (PY-AUTH-IDX)
023530             - PY-TBL-ADJ-AMOUNT (PY-AUTH-IDX)
023540             + PY-TBL-AMD-AMOUNT (PY-AUTH-IDX)
023550             + PY-TBL-BONUS-AMOUNT (PY-AUTH-IDX)
023560     MOVE PY-NET-AMOUNT TO PY-STM-TOT-AMOUNT
023570     WRITE PS-PRINT-LINE FROM PY-STM-TOTAL-LINE
023580     IF PY-EARNMST-OK
023590         MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO EY-AUTHOR-ID
023600         READ EARNINGS-MASTER
023610             INVALID KEY
023620                 CONTINUE
023630             NOT INVALID KEY
023640                 MOVE EY-YTD-WORDS  TO PY-STM-YTD-WORDS
023650                 MOVE EY-YTD-AMOUNT TO PY-STM-YTD-AMOUNT
023660                 WRITE PS-PRINT-LINE FROM PY-STM-YTD-LINE
023670                 IF EY-YTD-BONUS-AMOUNT > ZEROES
023680                     MOVE EY-YTD-BONUS-AMOUNT TO PY-STM-YTD-BONUS
023690                     WRITE PS-PRINT-LINE
023700                         FROM PY-STM-YTD-BONUS-LINE
023710                 END-IF
023720         END-READ
023730     END-IF
023740     ADD 1 TO PY-STATEMENTS-PRINTED.
023750 6100-STATEMENT-ONE-AUTHOR-EXIT.
023760     EXIT.
023770
023780******************************************************************
023790*    6120-PRINT-RATE-CHANGES                                     *
023800*    WALKS THE PAY MONTH DAY BY DAY THROUGH THE AUTHOR'S RATE IN *
023810*    EFFECT AND PRINTS A LINE FOR EACH DAY IT DIFFERS FROM THE   *
023820*    DAY BEFORE - A NEW ROW TAKING EFFECT, A ROW ENDING, OR A    *
023830*    FALL BACK TO THE *DFLT* HOUSE RATE.                         *
023840******************************************************************
023850 6120-PRINT-RATE-CHANGES.
023860     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO PY-RATE-LOOKUP-ID
023870     COMPUTE PY-RATE-LOOKUP-DATE = PY-PAY-MONTH-KEY * 100 + 1
023880     PERFORM 2560-FIND-RATE-IN-EFFECT
023890         THRU 2560-FIND-RATE-IN-EFFECT-EXIT
023900     MOVE PY-RATE-LOOKUP-SWITCH TO PY-PREV-RATE-SWITCH
023910     MOVE PY-RATE-LOOKUP-RATE   TO PY-PREV-RATE
023920     PERFORM 6130-CHECK-ONE-RATE-DAY
023930         THRU 6130-CHECK-ONE-RATE-DAY-EXIT
023940         VARYING PY-RATE-DAY FROM 2 BY 1
023950         UNTIL PY-RATE-DAY > PY-PAY-LAST-DAY.
023960 6120-PRINT-RATE-CHANGES-EXIT.
023970     EXIT.
023980
023990 6130-CHECK-ONE-RATE-DAY.
024000     COMPUTE PY-RATE-LOOKUP-DATE =
024010         PY-PAY-MONTH-KEY * 100 + PY-RATE-DAY
024020     PERFORM 2560-FIND-RATE-IN-EFFECT
024030         THRU 2560-FIND-RATE-IN-EFFECT-EXIT
024040     IF PY-RATE-LOOKUP-SWITCH = PY-PREV-RATE-SWITCH
024050         AND PY-RATE-LOOKUP-RATE = PY-PREV-RATE
024060         GO TO 6130-CHECK-ONE-RATE-DAY-EXIT
024070     END-IF
024080     MOVE PY-PAY-MM   TO PY-STM-CHG-MONTH
024090     MOVE PY-RATE-DAY TO PY-STM-CHG-DAY
024100     MOVE PY-PAY-CCYY TO PY-STM-CHG-YEAR
024110     MOVE "NONE" TO PY-STM-CHG-OLD-RATE
024120     IF PY-PREV-RATE-IN-EFFECT
024130         MOVE PY-PREV-RATE     TO PY-STM-RATE-EDIT
024140         MOVE PY-STM-RATE-EDIT TO PY-STM-CHG-OLD-RATE
024150     END-IF
024160     MOVE "NONE" TO PY-STM-CHG-NEW-RATE
024170     IF PY-RATE-IN-EFFECT
024180         MOVE PY-RATE-LOOKUP-RATE TO PY-STM-RATE-EDIT
024190         MOVE PY-STM-RATE-EDIT    TO PY-STM-CHG-NEW-RATE
024200     END-IF
024210     WRITE PS-PRINT-LINE FROM PY-STM-RATE-CHG-LINE
024220     MOVE PY-RATE-LOOKUP-SWITCH TO PY-PREV-RATE-SWITCH
024230     MOVE PY-RATE-LOOKUP-RATE   TO PY-PREV-RATE.
024240 6130-CHECK-ONE-RATE-DAY-EXIT.
024250     EXIT.
024260
024270******************************************************************
024280*    6140-LIST-OWN-POSTS                                         *
024290*    READS THE AUTHOR'S OWN PAY-MONTH POSTS BACK THROUGH THE     *
024300*    AUTHOR/DATE ALTERNATE INDEX - A START AT THE AUTHOR AND THE *
024310*    FIRST OF THE PAY MONTH, THEN READ NEXT UNTIL THE AUTHOR     *
024320*    CHANGES OR THE MONTH ENDS - AND LISTS EACH ONE THE PAY PASS *
024330*    PAID, PRICED THE SAME WAY.  POSTS THE PAY PASS SENT TO THE  *
024340*    EXCEPTION PAGE ARE PASSED OVER.  CO-BYLINE SHARES FOLLOW    *
024350*    FROM THE DETAIL TABLE (6150).                               *
024360******************************************************************
024370 6140-LIST-OWN-POSTS.
024380     MOVE "N" TO PY-STM-POSTS-EOF-SWITCH
024390     MOVE PY-TBL-AUTHOR-ID (PY-AUTH-IDX) TO PH-KEY-AUTHOR-ID
024400     MOVE PY-PAY-MONTH-START-DATE        TO PH-KEY-PUB-DATE
024410     START POST-HISTORY
024420         KEY IS NOT LESS THAN PH-AUTHOR-DATE-KEY
024430         INVALID KEY
024440             GO TO 6140-LIST-OWN-POSTS-EXIT
024450     END-START
024460     PERFORM 6145-STATEMENT-OWN-POST
024470         THRU 6145-STATEMENT-OWN-POST-EXIT
024480         UNTIL PY-END-OF-STM-POSTS.
024490 6140-LIST-OWN-POSTS-EXIT.
024500     EXIT.
024510
024520 6145-STATEMENT-OWN-POST.
024530     READ POST-HISTORY NEXT RECORD
024540         AT END
024550             MOVE "Y" TO PY-STM-POSTS-EOF-SWITCH
024560             GO TO 6145-STATEMENT-OWN-POST-EXIT
024570     END-READ
024580     IF PH-KEY-AUTHOR-ID NOT = PY-TBL-AUTHOR-ID (PY-AUTH-IDX)
024590         OR PH-KEY-PUB-DATE > PY-PAY-MONTH-END-DATE
024600         MOVE "Y" TO PY-STM-POSTS-EOF-SWITCH
024610         GO TO 6145-STATEMENT-OWN-POST-EXIT
024620     END-IF
024630     IF PH-RETRACTED
024640         OR PH-WORD-COUNT NOT NUMERIC
024650         OR PH-WORD-COUNT = ZEROES
024660         OR NOT PH-AUTHOR-LINKED
024670         GO TO 6145-STATEMENT-OWN-POST-EXIT
024680     END-IF
024690     PERFORM 2880-LOAD-HISTORY-SPLIT
024700         THRU 2880-LOAD-HISTORY-SPLIT-EXIT
024710     PERFORM 2900-BUILD-BYLINE-SPLIT
024720         THRU 2900-BUILD-BYLINE-SPLIT-EXIT
024730     IF PY-BYL-WORDS (1) = ZEROES
024740         GO TO 6145-STATEMENT-OWN-POST-EXIT
024750     END-IF
024760     MOVE 1 TO PY-BYL-IDX
024770     PERFORM 2990-PRICE-HISTORY-BYLINE
024780         THRU 2990-PRICE-HISTORY-BYLINE-EXIT
024790     MOVE PH-POST-ID          TO PY-STM-POST-ID
024800     MOVE PH-TITLE            TO PY-STM-TITLE
024810     MOVE PH-PUB-MONTH        TO PY-STM-PUB-MONTH
024820     MOVE PH-PUB-DAY          TO PY-STM-PUB-DAY
024830     MOVE PH-PUB-YEAR         TO PY-STM-PUB-YEAR
024840     MOVE PY-BYL-WORDS (1)    TO PY-STM-WORDS
024850     MOVE PY-RATE-LOOKUP-RATE TO PY-STM-RATE
024860     MOVE PY-LINE-AMOUNT      TO PY-STM-AMOUNT
024870     WRITE PS-PRINT-LINE FROM PY-STM-DETAIL-LINE.
024880 6145-STATEMENT-OWN-POST-EXIT.
024890     EXIT.
024900
024910 6150-STATEMENT-ONE-POST.
024920     IF PY-PDET-AUTHOR-ID (PY-PDET-IDX)
024930         NOT = PY-TBL-AUTHOR-ID (PY-AUTH-IDX)
024940         GO TO 6150-STATEMENT-ONE-POST-EXIT
024950     END-IF
024960     MOVE PY-PDET-POST-ID (PY-PDET-IDX)   TO PY-STM-POST-ID
024970     MOVE PY-PDET-TITLE (PY-PDET-IDX)     TO PY-STM-TITLE
024980     MOVE PY-PDET-PUB-MONTH (PY-PDET-IDX) TO PY-STM-PUB-MONTH
024990     MOVE PY-PDET-PUB-DAY (PY-PDET-IDX)   TO PY-STM-PUB-DAY
025000     MOVE PY-PDET-PUB-YEAR (PY-PDET-IDX)  TO PY-STM-PUB-YEAR
025010     MOVE PY-PDET-WORDS (PY-PDET-IDX)     TO PY-STM-WORDS
025020     MOVE PY-PDET-RATE (PY-PDET-IDX)      TO PY-STM-RATE
025030     MOVE PY-PDET-AMOUNT (PY-PDET-IDX)    TO PY-STM-AMOUNT
025040     WRITE PS-PRINT-LINE FROM PY-STM-DETAIL-LINE.
025050 6150-STATEMENT-ONE-POST-EXIT.
025060     EXIT.
025070
025080 8000-STORE-EXCEPTION.
025090     DISPLAY "AUTHPAY: " PY-EXC-WORK-ID " " PY-EXC-WORK-REASON
025100     IF PY-EXC-COUNT NOT LESS THAN PY-EXC-TABLE-MAX
025110         ADD 1 TO PY-EXC-LOST-COUNT
025120         GO TO 8000-STORE-EXCEPTION-EXIT
025130     END-IF
025140     ADD 1 TO PY-EXC-COUNT
025150     MOVE PY-EXC-WORK-ID     TO PY-EXC-ITEM-ID (PY-EXC-COUNT)
025160     MOVE PY-EXC-WORK-REASON TO PY-EXC-REASON (PY-EXC-COUNT).
025170 8000-STORE-EXCEPTION-EXIT.
025180     EXIT.
025190
025200 9999-TERMINATE.
025210     IF PY-POSTHIST-OK OR PY-POSTHIST-EOF OR PY-POSTHIST-NO-RECORD
025220         CLOSE POST-HISTORY
025230     END-IF
025240     IF PY-AUTHMST-OK OR PY-AUTHMST-EOF
025250         CLOSE AUTHOR-MASTER
025260     END-IF
025270     IF PY-RATEFILE-OK OR PY-RATEFILE-EOF
025280         CLOSE RATE-FILE
025290     END-IF
025300     IF PY-PAYREG-OK
025310         CLOSE PAY-REGISTER
025320     END-IF
025330     IF PY-PAYEXTR-OK
025340         CLOSE PAY-EXTRACT
025350     END-IF
025360     IF PY-EARNMST-OK
025370         CLOSE EARNINGS-MASTER
025380     END-IF
025390     IF PY-STMTRPT-OK
025400         CLOSE PAY-STATEMENTS
025410     END-IF
025420     IF PY-AMNDHIST-OK OR PY-AMNDHIST-EOF
025430         CLOSE AMEND-HISTORY
025440     END-IF
025450     IF PY-BONUSTAB-OK OR PY-BONUSTAB-EOF
025460         CLOSE BONUS-TIERS
025470     END-IF
025480     IF PY-ENGHIST-OK OR PY-ENGHIST-EOF
025490         CLOSE ENGAGE-HISTORY
025500     END-IF.
025510 9999-TERMINATE-EXIT.
025520     EXIT.
