000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    AUTHDORM                                     *
000040*    DESCRIPTION   MONTHLY DORMANT-CONTRIBUTOR SWEEP.  COMPARES  *
000050*                  EVERY AUTHOR ON AUTHOR-MASTER WITH THE LAST   *
000060*                  DATE THEY PUBLISHED - AS THE MAIN BYLINE OR A *
000070*                  CO-BYLINE - ON THE POST-HISTORY MASTER AND    *
000080*                  THE PHSTPRG YEARLY ARCHIVE, AND PRINTS TWO    *
000090*                  LISTS FOR EDITORIAL: ACTIVE AUTHORS WITH NO   *
000100*                  POST FOR MORE THAN THE DORMANCY THRESHOLD,    *
000110*                  AND ON-LEAVE AUTHORS WHO HAVE PUBLISHED SINCE *
000120*                  THEIR LEAVE BEGAN.  EACH AUTHOR LISTED ALSO   *
000130*                  GETS A PROPOSED STATUS CHANGE ON THE REVIEW   *
000140*                  FILE: A COMPLETE AUTHOR-MASTER CHANGE         *
000150*                  TRANSACTION MARKING THE DORMANT AUTHOR        *
000160*                  INACTIVE AS OF THE SWEEP DATE, OR THE         *
000170*                  RETURNING AUTHOR ACTIVE AS OF THEIR FIRST     *
000180*                  POST BACK, WITH TRANSACTION SOURCE SWEEP.     *
000190*                  THE REVIEW FILE IS ONE AUTHTRN BATCH BETWEEN  *
000200*                  A HEADER AND A TRAILER (BCTLREC), SO ONCE     *
000210*                  EDITORIAL APPROVES IT, IT FEEDS AUTHMNT       *
000220*                  UNCHANGED.  A NEWLY ACTIVE AUTHOR IS NOT      *
000230*                  DORMANT UNTIL THE THRESHOLD HAS PASSED SINCE  *
000240*                  THEIR STATUS DATE.  THE THRESHOLD IN DAYS     *
000250*                  ARRIVES AS A 4-DIGIT PARM; NO PARM MEANS 365. *
000260*                                                                *
000270*    RETURN CODES  0000 - SWEEP COMPLETE                         *
000280*                  0004 - THE ARCHIVE COULD NOT BE READ, OR THE  *
000290*                         AUTHOR TABLE FILLED, AND THE SWEEP IS  *
000300*                         INCOMPLETE                             *
000310*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000320*                                                                *
000330*    MODIFICATION HISTORY                                       *
000340*    ---------------------------------------------------------- *
000350*    DATE       INIT  DESCRIPTION                                *
000360*    ---------  ----  -------------------------------------------*
000370*    2026-10-15  SDL  ORIGINAL PROGRAM.                         *
000380*    2026-10-15  SDL  ARCHIVE RECORD GROWN TO THE 127-BYTE       *
000390*                     POST-HISTORY LAYOUT.                       *
000400*    2026-10-15  SDL  ARCHIVE RECORD GROWN TO THE 141-BYTE       *
000410*                     POST-HISTORY LAYOUT; POST-HISTORY NOW      *
000420*                     DECLARES ITS AUTHOR/DATE AND PUBLISH-DATE  *
000430*                     ALTERNATE KEYS.                            *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     AUTHDORM.
000470 AUTHOR.         SEBASTIAN DE LIMA.
000480 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.  2026-10-15.
000510
000520******************************************************************
000530*    ENVIRONMENT DIVISION                                       *
000540******************************************************************
000550 ENVIRONMENT DIVISION.
000560
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    MACBOOK-PRO.
000590 OBJECT-COMPUTER.    MACBOOK-PRO.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS AR-AUTHOR-ID
000670         FILE STATUS IS DM-AUTHMST-STATUS.
000680
000690     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS PH-POST-ID
000730         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000740             WITH DUPLICATES
000750         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000760             WITH DUPLICATES
000770         FILE STATUS IS DM-POSTHIST-STATUS.
000780
000790     SELECT HISTORY-ARCHIVE  ASSIGN TO PHARCH
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS DM-PHARCH-STATUS.
000830
000840     SELECT SWEEP-REPORT     ASSIGN TO DORMRPT
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS DM-DORMRPT-STATUS.
000880
000890     SELECT REVIEW-FILE      ASSIGN TO DORMTRN
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL
000920         FILE STATUS IS DM-DORMTRN-STATUS.
000930
000940******************************************************************
000950*    DATA DIVISION                                              *
000960******************************************************************
000970 DATA DIVISION.
000980
000990 FILE SECTION.
001000 FD  AUTHOR-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY AUTHREC.
001030
001040 FD  POST-HISTORY
001050     LABEL RECORDS ARE STANDARD.
001060     COPY PHISTREC.
001070
001080 FD  HISTORY-ARCHIVE
001090     LABEL RECORDS ARE STANDARD.
001100 01  HA-ARCHIVE-RECORD           PIC X(141).
001110
001120 FD  SWEEP-REPORT
001130     LABEL RECORDS ARE STANDARD.
001140 01  DR-PRINT-LINE               PIC X(132).
001150
001160 FD  REVIEW-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY ATRNREC.
001190     COPY BCTLREC.
001200
001210 WORKING-STORAGE SECTION.
001220******************************************************************
001230*    FILE STATUS SWITCHES                                       *
001240******************************************************************
001250 01  DM-AUTHMST-STATUS       PIC X(02).
001260     88  DM-AUTHMST-OK               VALUE "00".
001270     88  DM-AUTHMST-EOF              VALUE "10".
001280
001290 01  DM-POSTHIST-STATUS      PIC X(02).
001300     88  DM-POSTHIST-OK              VALUE "00".
001310     88  DM-POSTHIST-EOF             VALUE "10".
001320
001330 01  DM-PHARCH-STATUS        PIC X(02).
001340     88  DM-PHARCH-OK                VALUE "00".
001350     88  DM-PHARCH-EOF               VALUE "10".
001360
001370 01  DM-DORMRPT-STATUS       PIC X(02).
001380     88  DM-DORMRPT-OK               VALUE "00".
001390
001400 01  DM-DORMTRN-STATUS       PIC X(02).
001410     88  DM-DORMTRN-OK               VALUE "00".
001420
001430******************************************************************
001440*    PROGRAM SWITCHES                                           *
001450******************************************************************
001460 77  DM-AUTHMST-EOF-SWITCH   PIC X(01) VALUE "N".
001470     88  DM-AUTHMST-END-OF-FILE      VALUE "Y".
001480
001490 77  DM-POSTHIST-EOF-SWITCH  PIC X(01) VALUE "N".
001500     88  DM-END-OF-HISTORY           VALUE "Y".
001510
001520 77  DM-PHARCH-EOF-SWITCH    PIC X(01) VALUE "N".
001530     88  DM-END-OF-ARCHIVE           VALUE "Y".
001540
001550 77  DM-PHARCH-OPEN-SWITCH   PIC X(01) VALUE "N".
001560     88  DM-PHARCH-OPEN              VALUE "Y".
001570
001580 77  DM-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
001590     88  DM-MATCH-FOUND              VALUE "Y".
001600
001610******************************************************************
001620*    SWEEP DATE AND DORMANCY THRESHOLD.  DATES ARE COMPARED AS    *
001630*    CCYYMMDD NUMBERS; DAY COUNTS COME FROM THE INTEGER DATE.     *
001640******************************************************************
001650 77  DM-DORMANT-DAYS         PIC 9(04) VALUE 0365.
001660 77  DM-AS-OF-INTEGER        PIC 9(07) VALUE ZEROES.
001670 77  DM-WORK-INTEGER         PIC 9(07) VALUE ZEROES.
001680 77  DM-POST-DATE-NUM        PIC 9(08) VALUE ZEROES.
001690 77  DM-SEEK-AUTHOR-ID       PIC X(06) VALUE SPACES.
001700 77  DM-CO-SUB               PIC 9(01) VALUE ZERO.
001710
001720 01  DM-CURRENT-DATE-FIELDS.
001730     05  DM-AS-OF-DATE-NUM    PIC 9(08).
001740     05  DM-AS-OF-DATE REDEFINES DM-AS-OF-DATE-NUM.
001750         10  DM-AS-OF-CCYY    PIC 9(04).
001760         10  DM-AS-OF-MM      PIC 9(02).
001770         10  DM-AS-OF-DD      PIC 9(02).
001780     05  FILLER               PIC X(13).
001790
001800******************************************************************
001810*    DATE CONVERSION.  A CCYYMMDD DATE MOVED IN HERE CAN BE READ *
001820*    BACK IN THE MASTER'S MMDDCCYY ORDER OR PRINTED MM/DD/CCYY.  *
001830******************************************************************
001840 01  DM-CONV-DATE-NUM        PIC 9(08) VALUE ZEROES.
001850 01  DM-CONV-DATE REDEFINES DM-CONV-DATE-NUM.
001860     05  DM-CONV-CCYY            PIC 9(04).
001870     05  DM-CONV-MM              PIC 9(02).
001880     05  DM-CONV-DD              PIC 9(02).
001890
001900 01  DM-MMDDCCYY-DATE.
001910     05  DM-MDC-MM               PIC 9(02).
001920     05  DM-MDC-DD               PIC 9(02).
001930     05  DM-MDC-CCYY             PIC 9(04).
001940
001950 01  DM-PRINT-DATE.
001960     05  DM-PRT-MM               PIC 9(02).
001970     05  FILLER                  PIC X(01) VALUE "/".
001980     05  DM-PRT-DD               PIC 9(02).
001990     05  FILLER                  PIC X(01) VALUE "/".
002000     05  DM-PRT-CCYY             PIC 9(04).
002010
002020******************************************************************
002030*    AUTHOR TABLE - EVERY AUTHOR ON AUTHOR-MASTER, LOADED IN KEY  *
002040*    ORDER AT STARTUP, WITH THE MASTER FIELDS A CHANGE           *
002050*    TRANSACTION MUST CARRY.  THE STATUS DATE IS HELD AS         *
002060*    CCYYMMDD (ZERO WHEN THE MASTER'S IS MISSING OR INVALID).    *
002070*    THE PASSES OVER HISTORY AND THE ARCHIVE FILL IN THE LAST    *
002080*    POST, AND FOR AN AUTHOR ON LEAVE THE FIRST POST AFTER THE   *
002090*    LEAVE BEGAN AND HOW MANY SINCE.  THE PROPOSAL IS THE STATUS *
002100*    THE SWEEP PUTS FORWARD, OR SPACE FOR NONE.                  *
002110******************************************************************
002120 77  DM-AUTHOR-TABLE-MAX     PIC 9(05) VALUE 00500.
002130 77  DM-AUTHOR-COUNT         PIC 9(05) VALUE ZEROES.
002140
002150 01  DM-AUTHOR-TABLE.
002160     05  DM-AUTHOR-ENTRY OCCURS 1 TO 500 TIMES
002170             DEPENDING ON DM-AUTHOR-COUNT
002180             ASCENDING KEY IS DM-TBL-AUTHOR-ID
002190             INDEXED BY DM-AUTH-IDX.
002200         10  DM-TBL-AUTHOR-ID        PIC X(06).
002210         10  DM-TBL-NAME             PIC A(20).
002220         10  DM-TBL-FAVORITE-NUMBER  PIC 9(01).
002230         10  DM-TBL-DATE-BIRTH       PIC X(08).
002240         10  DM-TBL-STATUS-CODE      PIC X(01).
002250             88  DM-TBL-ACTIVE              VALUE "A" " ".
002260             88  DM-TBL-ON-LEAVE            VALUE "L".
002270         10  DM-TBL-STATUS-DATE      PIC 9(08).
002280         10  DM-TBL-LAST-POST        PIC 9(08).
002290         10  DM-TBL-FIRST-BACK       PIC 9(08).
002300         10  DM-TBL-POSTS-BACK       PIC 9(05).
002310         10  DM-TBL-IDLE-DAYS        PIC 9(05).
002320         10  DM-TBL-PROPOSAL         PIC X(01).
002330             88  DM-TBL-NO-PROPOSAL         VALUE SPACE.
002340             88  DM-TBL-PROPOSE-INACTIVE    VALUE "I".
002350             88  DM-TBL-PROPOSE-ACTIVE      VALUE "A".
002360
002370******************************************************************
002380*    REVIEW BATCH CONTROL.  THE BATCH ID IS DORM PLUS THE SWEEP  *
002390*    DATE.  THE KEY HASH IS FIGURED THE SAME WAY AUTHMNT CHECKS  *
002400*    IT: EACH AUTHOR ID CHARACTER'S VALUE (ITS POSITION IN THE   *
002410*    TABLE BELOW, A SPACE 0, ANYTHING ELSE 37) TIMES ITS         *
002420*    POSITION IN THE KEY, SUMMED OVER THE PROPOSALS.             *
002430******************************************************************
002440 01  DM-BATCH-ID.
002450     05  FILLER                  PIC X(04) VALUE "DORM".
002460     05  DM-BATCH-DATE           PIC 9(08).
002470 77  DM-BATCH-HASH           PIC 9(15) VALUE ZEROES.
002480 77  DM-HASH-KEY             PIC X(08) VALUE SPACES.
002490 77  DM-HASH-POS             PIC 9(02) VALUE ZEROES.
002500 77  DM-HASH-CHAR-VALUE      PIC 9(02) VALUE ZEROES.
002510
002520 01  DM-HASH-CHARACTERS.
002530     05  FILLER                  PIC X(36)
002540             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002550 01  DM-HASH-CHAR-TABLE REDEFINES DM-HASH-CHARACTERS.
002560     05  DM-HASH-CHAR            PIC X(01) OCCURS 36 TIMES
002570                                 INDEXED BY DM-HASH-IDX.
002580
002590******************************************************************
002600*    RUN TOTALS                                                  *
002610******************************************************************
002620 77  DM-HISTORY-READ         PIC 9(07) VALUE ZEROES.
002630 77  DM-ARCHIVE-READ         PIC 9(07) VALUE ZEROES.
002640 77  DM-BAD-DATE-POSTS       PIC 9(07) VALUE ZEROES.
002650 77  DM-UNMATCHED-BYLINES    PIC 9(07) VALUE ZEROES.
002660 77  DM-PROPOSED-INACTIVE    PIC 9(05) VALUE ZEROES.
002670 77  DM-PROPOSED-ACTIVE      PIC 9(05) VALUE ZEROES.
002680 77  DM-PROPOSED-TOTAL       PIC 9(07) VALUE ZEROES.
002690
002700 77  DM-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002710
002720******************************************************************
002730*    SWEEP REPORT CONTROLS AND PRINT LINES                       *
002740******************************************************************
002750 77  DM-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002760 77  DM-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002770 77  DM-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002780 77  DM-SECTION-LINES        PIC 9(05) VALUE ZEROES.
002790
002800 01  DM-RPT-HEADER-1.
002810     05  FILLER                  PIC X(36)
002820             VALUE "AUTHDORM DORMANT-CONTRIBUTOR SWEEP ".
002830     05  FILLER                  PIC X(04) VALUE SPACES.
002840     05  FILLER                  PIC X(06) VALUE "AS OF ".
002850     05  DM-RPT-HDR-DATE         PIC X(10).
002860     05  FILLER                  PIC X(05) VALUE SPACES.
002870     05  FILLER                  PIC X(05) VALUE "PAGE ".
002880     05  DM-RPT-PAGE-NO          PIC ZZ9.
002890
002900 01  DM-RPT-HEADER-2.
002910     05  FILLER                  PIC X(30)
002920             VALUE "DORMANT AFTER NO POST FOR     ".
002930     05  DM-RPT-HDR-DAYS         PIC ZZZ9.
002940     05  FILLER                  PIC X(05) VALUE " DAYS".
002950
002960 01  DM-RPT-SECTION-LINE.
002970     05  DM-RPT-SECTION-TITLE    PIC X(60).
002980
002990 01  DM-RPT-DORM-HEADER.
003000     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
003010     05  FILLER                  PIC X(22) VALUE "NAME".
003020     05  FILLER                  PIC X(14) VALUE "STATUS DATE".
003030     05  FILLER                  PIC X(14) VALUE "LAST POST".
003040     05  FILLER                  PIC X(09) VALUE "IDLE DAYS".
003050
003060 01  DM-RPT-DORM-DETAIL.
003070     05  DM-RPT-DORM-ID          PIC X(06).
003080     05  FILLER                  PIC X(04) VALUE SPACES.
003090     05  DM-RPT-DORM-NAME        PIC X(20).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  DM-RPT-DORM-STATUS-DATE PIC X(10).
003120     05  FILLER                  PIC X(04) VALUE SPACES.
003130     05  DM-RPT-DORM-LAST-POST   PIC X(12).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  DM-RPT-DORM-IDLE-DAYS   PIC ZZZZ9.
003160
003170 01  DM-RPT-BACK-HEADER.
003180     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
003190     05  FILLER                  PIC X(22) VALUE "NAME".
003200     05  FILLER                  PIC X(14) VALUE "LEAVE SINCE".
003210     05  FILLER                  PIC X(16)
003220             VALUE "FIRST POST BACK".
003230     05  FILLER                  PIC X(11) VALUE "POSTS SINCE".
003240
003250 01  DM-RPT-BACK-DETAIL.
003260     05  DM-RPT-BACK-ID          PIC X(06).
003270     05  FILLER                  PIC X(04) VALUE SPACES.
003280     05  DM-RPT-BACK-NAME        PIC X(20).
003290     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  DM-RPT-BACK-LEAVE-DATE  PIC X(10).
003310     05  FILLER                  PIC X(04) VALUE SPACES.
003320     05  DM-RPT-BACK-FIRST-POST  PIC X(10).
003330     05  FILLER                  PIC X(06) VALUE SPACES.
003340     05  DM-RPT-BACK-POSTS       PIC ZZZZ9.
003350
003360 01  DM-RPT-NONE-LINE.
003370     05  FILLER                  PIC X(10) VALUE SPACES.
003380     05  FILLER                  PIC X(20)
003390             VALUE "(NONE THIS MONTH)".
003400
003410 01  DM-RPT-TOTAL-LINE-1.
003420     05  FILLER                  PIC X(26)
003430             VALUE "AUTHORS ON MASTER.......: ".
003440     05  DM-RPT-TOT-AUTHORS      PIC ZZZZZZ9.
003450
003460 01  DM-RPT-TOTAL-LINE-2.
003470     05  FILLER                  PIC X(26)
003480             VALUE "HISTORY POSTS READ......: ".
003490     05  DM-RPT-TOT-HISTORY      PIC ZZZZZZ9.
003500
003510 01  DM-RPT-TOTAL-LINE-3.
003520     05  FILLER                  PIC X(26)
003530             VALUE "ARCHIVED POSTS READ.....: ".
003540     05  DM-RPT-TOT-ARCHIVE      PIC ZZZZZZ9.
003550
003560 01  DM-RPT-TOTAL-LINE-4.
003570     05  FILLER                  PIC X(26)
003580             VALUE "POSTS WITH BAD DATES....: ".
003590     05  DM-RPT-TOT-BAD-DATES    PIC ZZZZZZ9.
003600
003610 01  DM-RPT-TOTAL-LINE-5.
003620     05  FILLER                  PIC X(26)
003630             VALUE "BYLINES NOT ON MASTER...: ".
003640     05  DM-RPT-TOT-UNMATCHED    PIC ZZZZZZ9.
003650
003660 01  DM-RPT-TOTAL-LINE-6.
003670     05  FILLER                  PIC X(26)
003680             VALUE "PROPOSED INACTIVE.......: ".
003690     05  DM-RPT-TOT-INACTIVE     PIC ZZZZZZ9.
003700
003710 01  DM-RPT-TOTAL-LINE-7.
003720     05  FILLER                  PIC X(26)
003730             VALUE "PROPOSED ACTIVE.........: ".
003740     05  DM-RPT-TOT-ACTIVE       PIC ZZZZZZ9.
003750
003760 01  DM-RPT-TOTAL-LINE-8.
003770     05  FILLER                  PIC X(26)
003780             VALUE "REVIEW BATCH ID.........: ".
003790     05  DM-RPT-TOT-BATCH-ID     PIC X(12).
003800
003810******************************************************************
003820*    LINKAGE SECTION                                            *
003830*    THE DORMANCY THRESHOLD ARRIVES AS PARM='NNNN' DAYS ON THE   *
003840*    EXEC STATEMENT.  NO PARM, OR ONE THAT IS NOT FOUR DIGITS    *
003850*    ABOVE ZERO, MEANS 365 DAYS.                                 *
003860******************************************************************
003870 LINKAGE SECTION.
003880 01  LS-PARM-DATA.
003890     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003900     05  LS-PARM-TEXT            PIC X(04).
003910
003920******************************************************************
003930*    PROCEDURE DIVISION                                         *
003940******************************************************************
003950 PROCEDURE DIVISION USING LS-PARM-DATA.
003960
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE
003990         THRU 1000-INITIALIZE-EXIT
004000     PERFORM 2000-ACCUMULATE-HISTORY
004010         THRU 2000-ACCUMULATE-HISTORY-EXIT
004020         UNTIL DM-END-OF-HISTORY
004030     PERFORM 2500-ACCUMULATE-ARCHIVE
004040         THRU 2500-ACCUMULATE-ARCHIVE-EXIT
004050         UNTIL DM-END-OF-ARCHIVE
004060     PERFORM 3000-EVALUATE-AUTHORS
004070         THRU 3000-EVALUATE-AUTHORS-EXIT
004080     PERFORM 4000-PRINT-REPORT
004090         THRU 4000-PRINT-REPORT-EXIT
004100     PERFORM 5000-WRITE-REVIEW-FILE
004110         THRU 5000-WRITE-REVIEW-FILE-EXIT
004120     PERFORM 9999-TERMINATE
004130         THRU 9999-TERMINATE-EXIT
004140     MOVE DM-RETURN-CODE TO RETURN-CODE
004150     STOP RUN.
004160
004170******************************************************************
004180*    1000-INITIALIZE                                             *
004190*    SETS THE SWEEP DATE AND THRESHOLD AND OPENS THE FILES.  THE *
004200*    ARCHIVE IS OPTIONAL: WITHOUT IT THE SWEEP STILL RUNS, BUT   *
004210*    AN AUTHOR WHOSE LAST POSTS WERE ARCHIVED MAY BE LISTED AS   *
004220*    DORMANT SOONER THAN DUE, SO THE RUN ENDS RC 4.              *
004230******************************************************************
004240 1000-INITIALIZE.
004250     MOVE FUNCTION CURRENT-DATE TO DM-CURRENT-DATE-FIELDS
004260     MOVE DM-AS-OF-DATE-NUM TO DM-BATCH-DATE
004270     COMPUTE DM-AS-OF-INTEGER =
004280         FUNCTION INTEGER-OF-DATE (DM-AS-OF-DATE-NUM)
004290     IF LS-PARM-LENGTH = 4
004300         AND LS-PARM-TEXT NUMERIC
004310         AND LS-PARM-TEXT > "0000"
004320         MOVE LS-PARM-TEXT TO DM-DORMANT-DAYS
004330     ELSE
004340         IF LS-PARM-LENGTH > 0
004350             DISPLAY "AUTHDORM: PARM IS NOT A VALID NNNN "
004360                 "DORMANCY THRESHOLD -- USING 365 DAYS"
004370         END-IF
004380     END-IF
004390     MOVE "Y" TO DM-POSTHIST-EOF-SWITCH
004400     MOVE "Y" TO DM-PHARCH-EOF-SWITCH
004410     OPEN INPUT AUTHOR-MASTER
004420     IF NOT DM-AUTHMST-OK
004430         DISPLAY "AUTHDORM: UNABLE TO OPEN AUTHOR-MASTER, "
004440             "STATUS = " DM-AUTHMST-STATUS
004450         MOVE 12 TO DM-RETURN-CODE
004460         GO TO 1000-INITIALIZE-EXIT
004470     END-IF
004480     OPEN INPUT POST-HISTORY
004490     IF NOT DM-POSTHIST-OK
004500         DISPLAY "AUTHDORM: UNABLE TO OPEN POST-HISTORY, "
004510             "STATUS = " DM-POSTHIST-STATUS
004520         MOVE 12 TO DM-RETURN-CODE
004530         GO TO 1000-INITIALIZE-EXIT
004540     END-IF
004550     OPEN OUTPUT SWEEP-REPORT
004560     IF NOT DM-DORMRPT-OK
004570         DISPLAY "AUTHDORM: UNABLE TO OPEN SWEEP-REPORT, "
004580             "STATUS = " DM-DORMRPT-STATUS
004590         MOVE 12 TO DM-RETURN-CODE
004600         GO TO 1000-INITIALIZE-EXIT
004610     END-IF
004620     OPEN OUTPUT REVIEW-FILE
004630     IF NOT DM-DORMTRN-OK
004640         DISPLAY "AUTHDORM: UNABLE TO OPEN REVIEW-FILE, "
004650             "STATUS = " DM-DORMTRN-STATUS
004660         MOVE 12 TO DM-RETURN-CODE
004670         GO TO 1000-INITIALIZE-EXIT
004680     END-IF
004690     OPEN INPUT HISTORY-ARCHIVE
004700     IF NOT DM-PHARCH-OK
004710         DISPLAY "AUTHDORM: UNABLE TO OPEN HISTORY-ARCHIVE, "
004720             "STATUS = " DM-PHARCH-STATUS
004730             " -- ARCHIVED POSTS NOT SWEPT"
004740         MOVE 4 TO DM-RETURN-CODE
004750     ELSE
004760         MOVE "Y" TO DM-PHARCH-OPEN-SWITCH
004770         MOVE "N" TO DM-PHARCH-EOF-SWITCH
004780     END-IF
004790     MOVE "N" TO DM-POSTHIST-EOF-SWITCH
004800     PERFORM 1500-LOAD-AUTHOR-TABLE
004810         THRU 1500-LOAD-AUTHOR-TABLE-EXIT
004820     PERFORM 2100-READ-NEXT-HISTORY
004830         THRU 2100-READ-NEXT-HISTORY-EXIT
004840     IF DM-PHARCH-OPEN
004850         PERFORM 2600-READ-NEXT-ARCHIVE
004860             THRU 2600-READ-NEXT-ARCHIVE-EXIT
004870     END-IF.
004880 1000-INITIALIZE-EXIT.
004890     EXIT.
004900
004910 1500-LOAD-AUTHOR-TABLE.
004920     PERFORM 1550-LOAD-ONE-AUTHOR
004930         THRU 1550-LOAD-ONE-AUTHOR-EXIT
004940         UNTIL DM-AUTHMST-END-OF-FILE
004950             OR DM-AUTHOR-COUNT NOT LESS THAN DM-AUTHOR-TABLE-MAX
004960     IF NOT DM-AUTHMST-END-OF-FILE
004970         DISPLAY "AUTHDORM: AUTHOR TABLE FULL AT "
004980             DM-AUTHOR-TABLE-MAX " ENTRIES -- AUTHOR-MASTER HAS "
004990             "ADDITIONAL RECORDS THAT WERE NOT SWEPT"
005000         IF DM-RETURN-CODE < 4
005010             MOVE 4 TO DM-RETURN-CODE
005020         END-IF
005030     END-IF.
005040 1500-LOAD-AUTHOR-TABLE-EXIT.
005050     EXIT.
005060
005070 1550-LOAD-ONE-AUTHOR.
005080     READ AUTHOR-MASTER
005090         AT END
005100             MOVE "Y" TO DM-AUTHMST-EOF-SWITCH
005110             GO TO 1550-LOAD-ONE-AUTHOR-EXIT
005120     END-READ
005130     ADD 1 TO DM-AUTHOR-COUNT
005140     MOVE AR-AUTHOR-ID   TO DM-TBL-AUTHOR-ID (DM-AUTHOR-COUNT)
005150     MOVE AR-NAME        TO DM-TBL-NAME (DM-AUTHOR-COUNT)
005160     MOVE AR-FAVORITE-NUMBER
005170         TO DM-TBL-FAVORITE-NUMBER (DM-AUTHOR-COUNT)
005180     MOVE AR-DATE-BIRTH  TO DM-TBL-DATE-BIRTH (DM-AUTHOR-COUNT)
005190     MOVE AR-STATUS-CODE TO DM-TBL-STATUS-CODE (DM-AUTHOR-COUNT)
005200     MOVE ZEROES TO DM-TBL-STATUS-DATE (DM-AUTHOR-COUNT)
005210     IF AR-STATUS-DATE NUMERIC
005220         AND AR-STATUS-MONTH > ZEROES AND AR-STATUS-MONTH < 13
005230         AND AR-STATUS-DAY > ZEROES AND AR-STATUS-DAY < 32
005240         COMPUTE DM-TBL-STATUS-DATE (DM-AUTHOR-COUNT) =
005250             AR-STATUS-YEAR * 10000 + AR-STATUS-MONTH * 100
005260                 + AR-STATUS-DAY
005270     END-IF
005280     MOVE ZEROES TO DM-TBL-LAST-POST (DM-AUTHOR-COUNT)
005290     MOVE ZEROES TO DM-TBL-FIRST-BACK (DM-AUTHOR-COUNT)
005300     MOVE ZEROES TO DM-TBL-POSTS-BACK (DM-AUTHOR-COUNT)
005310     MOVE ZEROES TO DM-TBL-IDLE-DAYS (DM-AUTHOR-COUNT)
005320     MOVE SPACE  TO DM-TBL-PROPOSAL (DM-AUTHOR-COUNT).
005330 1550-LOAD-ONE-AUTHOR-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370*    2000-ACCUMULATE-HISTORY                                    *
005380*    CREDITS THE CURRENT HISTORY POST'S PUBLISH DATE TO EACH OF  *
005390*    ITS BYLINES.  A RETRACTED POST STILL COUNTS - THE AUTHOR    *
005400*    WAS WRITING.                                                *
005410******************************************************************
005420 2000-ACCUMULATE-HISTORY.
005430     PERFORM 2300-CREDIT-POST
005440         THRU 2300-CREDIT-POST-EXIT
005450     PERFORM 2100-READ-NEXT-HISTORY
005460         THRU 2100-READ-NEXT-HISTORY-EXIT.
005470 2000-ACCUMULATE-HISTORY-EXIT.
005480     EXIT.
005490
005500 2100-READ-NEXT-HISTORY.
005510     READ POST-HISTORY
005520         AT END
005530             MOVE "Y" TO DM-POSTHIST-EOF-SWITCH
005540             GO TO 2100-READ-NEXT-HISTORY-EXIT
005550     END-READ
005560     ADD 1 TO DM-HISTORY-READ.
005570 2100-READ-NEXT-HISTORY-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*    2300-CREDIT-POST                                           *
005620*    TURNS THE POST'S PUBLISH DATE INTO A CCYYMMDD NUMBER AND    *
005630*    CREDITS IT TO THE MAIN BYLINE AND ANY CO-BYLINES.  A POST   *
005640*    WITH NO USABLE PUBLISH DATE IS ONLY COUNTED.                *
005650******************************************************************
005660 2300-CREDIT-POST.
005670     IF PH-PUBLISH-DATE NOT NUMERIC
005680         OR PH-PUB-MONTH < 1 OR PH-PUB-MONTH > 12
005690         OR PH-PUB-DAY < 1 OR PH-PUB-DAY > 31
005700         ADD 1 TO DM-BAD-DATE-POSTS
005710         GO TO 2300-CREDIT-POST-EXIT
005720     END-IF
005730     COMPUTE DM-POST-DATE-NUM =
005740         PH-PUB-YEAR * 10000 + PH-PUB-MONTH * 100 + PH-PUB-DAY
005750     MOVE PH-AUTHOR-ID TO DM-SEEK-AUTHOR-ID
005760     PERFORM 2400-CREDIT-ONE-AUTHOR
005770         THRU 2400-CREDIT-ONE-AUTHOR-EXIT
005780     PERFORM 2350-CREDIT-ONE-COBYLINE
005790         THRU 2350-CREDIT-ONE-COBYLINE-EXIT
005800         VARYING DM-CO-SUB FROM 1 BY 1
005810         UNTIL DM-CO-SUB > 2.
005820 2300-CREDIT-POST-EXIT.
005830     EXIT.
005840
005850 2350-CREDIT-ONE-COBYLINE.
005860     IF PH-CO-AUTHOR-ID (DM-CO-SUB) = SPACES
005870         GO TO 2350-CREDIT-ONE-COBYLINE-EXIT
005880     END-IF
005890     MOVE PH-CO-AUTHOR-ID (DM-CO-SUB) TO DM-SEEK-AUTHOR-ID
005900     PERFORM 2400-CREDIT-ONE-AUTHOR
005910         THRU 2400-CREDIT-ONE-AUTHOR-EXIT.
005920 2350-CREDIT-ONE-COBYLINE-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960*    2400-CREDIT-ONE-AUTHOR                                     *
005970*    KEEPS THE AUTHOR'S LATEST PUBLISH DATE.  FOR AN AUTHOR ON   *
005980*    LEAVE, A POST DATED AFTER THE LEAVE BEGAN IS ALSO COUNTED   *
005990*    AND THE EARLIEST SUCH DATE KEPT AS THE RETURN DATE.  A      *
006000*    BYLINE WHOSE AUTHOR IS NOT ON THE MASTER IS ONLY COUNTED.   *
006010******************************************************************
006020 2400-CREDIT-ONE-AUTHOR.
006030     MOVE "N" TO DM-MATCH-FOUND-SWITCH
006040     IF DM-AUTHOR-COUNT > ZEROES
006050         SET DM-AUTH-IDX TO 1
006060         SEARCH ALL DM-AUTHOR-ENTRY
006070             AT END
006080                 CONTINUE
006090             WHEN DM-TBL-AUTHOR-ID (DM-AUTH-IDX) =
006100                     DM-SEEK-AUTHOR-ID
006110                 MOVE "Y" TO DM-MATCH-FOUND-SWITCH
006120         END-SEARCH
006130     END-IF
006140     IF NOT DM-MATCH-FOUND
006150         ADD 1 TO DM-UNMATCHED-BYLINES
006160         GO TO 2400-CREDIT-ONE-AUTHOR-EXIT
006170     END-IF
006180     IF DM-POST-DATE-NUM > DM-TBL-LAST-POST (DM-AUTH-IDX)
006190         MOVE DM-POST-DATE-NUM TO DM-TBL-LAST-POST (DM-AUTH-IDX)
006200     END-IF
006210     IF NOT DM-TBL-ON-LEAVE (DM-AUTH-IDX)
006220         OR DM-POST-DATE-NUM
006230             NOT > DM-TBL-STATUS-DATE (DM-AUTH-IDX)
006240         GO TO 2400-CREDIT-ONE-AUTHOR-EXIT
006250     END-IF
006260     ADD 1 TO DM-TBL-POSTS-BACK (DM-AUTH-IDX)
006270     IF DM-TBL-FIRST-BACK (DM-AUTH-IDX) = ZEROES
006280         OR DM-POST-DATE-NUM < DM-TBL-FIRST-BACK (DM-AUTH-IDX)
006290         MOVE DM-POST-DATE-NUM TO DM-TBL-FIRST-BACK (DM-AUTH-IDX)
006300     END-IF.
006310 2400-CREDIT-ONE-AUTHOR-EXIT.
006320     EXIT.
006330
006340******************************************************************
006350*    2500-ACCUMULATE-ARCHIVE                                    *
006360*    THE ARCHIVED POSTS GET THE SAME TREATMENT AS THE MASTER'S,  *
006370*    READ INTO THE HISTORY RECORD LAYOUT.                        *
006380******************************************************************
006390 2500-ACCUMULATE-ARCHIVE.
006400     PERFORM 2300-CREDIT-POST
006410         THRU 2300-CREDIT-POST-EXIT
006420     PERFORM 2600-READ-NEXT-ARCHIVE
006430         THRU 2600-READ-NEXT-ARCHIVE-EXIT.
006440 2500-ACCUMULATE-ARCHIVE-EXIT.
006450     EXIT.
006460
006470 2600-READ-NEXT-ARCHIVE.
006480     READ HISTORY-ARCHIVE INTO POST-HISTORY-RECORD
006490         AT END
006500             MOVE "Y" TO DM-PHARCH-EOF-SWITCH
006510             GO TO 2600-READ-NEXT-ARCHIVE-EXIT
006520     END-READ
006530     ADD 1 TO DM-ARCHIVE-READ.
006540 2600-READ-NEXT-ARCHIVE-EXIT.
006550     EXIT.
006560
006570******************************************************************
006580*    3000-EVALUATE-AUTHORS                                      *
006590*    DECIDES EACH AUTHOR'S PROPOSAL.  AN ACTIVE AUTHOR (A SPACE  *
006600*    STATUS COUNTS AS ACTIVE) IS DORMANT WHEN MORE THAN THE      *
006610*    THRESHOLD HAS PASSED SINCE THE LATER OF THEIR LAST POST AND *
006620*    THEIR STATUS DATE, SO A NEWCOMER GETS THE FULL THRESHOLD TO *
006630*    PUBLISH.  AN AUTHOR WITH NEITHER DATE IS DORMANT.  AN       *
006640*    AUTHOR ON LEAVE WITH A POST AFTER THE LEAVE BEGAN IS        *
006650*    PROPOSED ACTIVE.  INACTIVE AUTHORS ARE LEFT ALONE.  EACH    *
006660*    PROPOSAL'S AUTHOR ID GOES INTO THE REVIEW BATCH KEY HASH.   *
006670******************************************************************
006680 3000-EVALUATE-AUTHORS.
006690     IF DM-AUTHOR-COUNT = ZEROES
006700         OR DM-RETURN-CODE > 4
006710         GO TO 3000-EVALUATE-AUTHORS-EXIT
006720     END-IF
006730     PERFORM 3100-EVALUATE-ONE-AUTHOR
006740         THRU 3100-EVALUATE-ONE-AUTHOR-EXIT
006750         VARYING DM-AUTH-IDX FROM 1 BY 1
006760         UNTIL DM-AUTH-IDX > DM-AUTHOR-COUNT.
006770 3000-EVALUATE-AUTHORS-EXIT.
006780     EXIT.
006790
006800 3100-EVALUATE-ONE-AUTHOR.
006810     IF DM-TBL-ON-LEAVE (DM-AUTH-IDX)
006820         IF DM-TBL-POSTS-BACK (DM-AUTH-IDX) > ZEROES
006830             MOVE "A" TO DM-TBL-PROPOSAL (DM-AUTH-IDX)
006840             ADD 1 TO DM-PROPOSED-ACTIVE
006850             PERFORM 3120-ADD-TO-BATCH-HASH
006860                 THRU 3120-ADD-TO-BATCH-HASH-EXIT
006870         END-IF
006880         GO TO 3100-EVALUATE-ONE-AUTHOR-EXIT
006890     END-IF
006900     IF NOT DM-TBL-ACTIVE (DM-AUTH-IDX)
006910         GO TO 3100-EVALUATE-ONE-AUTHOR-EXIT
006920     END-IF
006930     MOVE DM-TBL-LAST-POST (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
006940     IF DM-TBL-STATUS-DATE (DM-AUTH-IDX) > DM-CONV-DATE-NUM
006950         MOVE DM-TBL-STATUS-DATE (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
006960     END-IF
006970     IF DM-CONV-DATE-NUM = ZEROES
006980         MOVE 99999 TO DM-TBL-IDLE-DAYS (DM-AUTH-IDX)
006990     ELSE
007000         COMPUTE DM-WORK-INTEGER =
007010             FUNCTION INTEGER-OF-DATE (DM-CONV-DATE-NUM)
007020         IF DM-WORK-INTEGER NOT < DM-AS-OF-INTEGER
007030             GO TO 3100-EVALUATE-ONE-AUTHOR-EXIT
007040         END-IF
007050         COMPUTE DM-TBL-IDLE-DAYS (DM-AUTH-IDX) =
007060             DM-AS-OF-INTEGER - DM-WORK-INTEGER
007070     END-IF
007080     IF DM-TBL-IDLE-DAYS (DM-AUTH-IDX) NOT > DM-DORMANT-DAYS
007090         GO TO 3100-EVALUATE-ONE-AUTHOR-EXIT
007100     END-IF
007110     MOVE "I" TO DM-TBL-PROPOSAL (DM-AUTH-IDX)
007120     ADD 1 TO DM-PROPOSED-INACTIVE
007130     PERFORM 3120-ADD-TO-BATCH-HASH
007140         THRU 3120-ADD-TO-BATCH-HASH-EXIT.
007150 3100-EVALUATE-ONE-AUTHOR-EXIT.
007160     EXIT.
007170
007180 3120-ADD-TO-BATCH-HASH.
007190     ADD 1 TO DM-PROPOSED-TOTAL
007200     MOVE DM-TBL-AUTHOR-ID (DM-AUTH-IDX) TO DM-HASH-KEY
007210     PERFORM 3150-HASH-ONE-CHARACTER
007220         THRU 3150-HASH-ONE-CHARACTER-EXIT
007230         VARYING DM-HASH-POS FROM 1 BY 1
007240         UNTIL DM-HASH-POS > 8.
007250 3120-ADD-TO-BATCH-HASH-EXIT.
007260     EXIT.
007270
007280 3150-HASH-ONE-CHARACTER.
007290     IF DM-HASH-KEY (DM-HASH-POS:1) = SPACE
007300         GO TO 3150-HASH-ONE-CHARACTER-EXIT
007310     END-IF
007320     SET DM-HASH-IDX TO 1
007330     SEARCH DM-HASH-CHAR
007340         AT END
007350             MOVE 37 TO DM-HASH-CHAR-VALUE
007360         WHEN DM-HASH-CHAR (DM-HASH-IDX) =
007370                 DM-HASH-KEY (DM-HASH-POS:1)
007380             SET DM-HASH-CHAR-VALUE TO DM-HASH-IDX
007390     END-SEARCH
007400     COMPUTE DM-BATCH-HASH =
007410         DM-BATCH-HASH + DM-HASH-CHAR-VALUE * DM-HASH-POS.
007420 3150-HASH-ONE-CHARACTER-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460*    4000-PRINT-REPORT                                          *
007470*    THE DORMANT ACTIVE AUTHORS, THEN THE ON-LEAVE AUTHORS       *
007480*    PUBLISHING AGAIN, EACH IN AUTHOR ID ORDER, THEN THE RUN     *
007490*    TOTALS AND THE REVIEW BATCH ID EDITORIAL APPROVES.          *
007500******************************************************************
007510 4000-PRINT-REPORT.
007520     IF NOT DM-DORMRPT-OK
007530         OR DM-RETURN-CODE > 4
007540         GO TO 4000-PRINT-REPORT-EXIT
007550     END-IF
007560     MOVE ZEROES TO DM-PAGE-COUNT
007570     PERFORM 4300-PRINT-PAGE-HEADERS
007580         THRU 4300-PRINT-PAGE-HEADERS-EXIT
007590     MOVE "ACTIVE AUTHORS WITH NO RECENT POST - PROPOSED INACTIVE"
007600         TO DM-RPT-SECTION-TITLE
007610     WRITE DR-PRINT-LINE FROM SPACES
007620     WRITE DR-PRINT-LINE FROM DM-RPT-SECTION-LINE
007630     WRITE DR-PRINT-LINE FROM DM-RPT-DORM-HEADER
007640     ADD 3 TO DM-LINE-COUNT
007650     MOVE ZEROES TO DM-SECTION-LINES
007660     IF DM-AUTHOR-COUNT > ZEROES
007670         PERFORM 4100-PRINT-DORMANT-LINE
007680             THRU 4100-PRINT-DORMANT-LINE-EXIT
007690             VARYING DM-AUTH-IDX FROM 1 BY 1
007700             UNTIL DM-AUTH-IDX > DM-AUTHOR-COUNT
007710     END-IF
007720     IF DM-SECTION-LINES = ZEROES
007730         WRITE DR-PRINT-LINE FROM DM-RPT-NONE-LINE
007740         ADD 1 TO DM-LINE-COUNT
007750     END-IF
007760     IF DM-LINE-COUNT NOT LESS THAN DM-LINES-PER-PAGE - 4
007770         PERFORM 4300-PRINT-PAGE-HEADERS
007780             THRU 4300-PRINT-PAGE-HEADERS-EXIT
007790     END-IF
007800     MOVE "ON-LEAVE AUTHORS PUBLISHING AGAIN - PROPOSED ACTIVE"
007810         TO DM-RPT-SECTION-TITLE
007820     WRITE DR-PRINT-LINE FROM SPACES
007830     WRITE DR-PRINT-LINE FROM DM-RPT-SECTION-LINE
007840     WRITE DR-PRINT-LINE FROM DM-RPT-BACK-HEADER
007850     ADD 3 TO DM-LINE-COUNT
007860     MOVE ZEROES TO DM-SECTION-LINES
007870     IF DM-AUTHOR-COUNT > ZEROES
007880         PERFORM 4200-PRINT-RETURNING-LINE
007890             THRU 4200-PRINT-RETURNING-LINE-EXIT
007900             VARYING DM-AUTH-IDX FROM 1 BY 1
007910             UNTIL DM-AUTH-IDX > DM-AUTHOR-COUNT
007920     END-IF
007930     IF DM-SECTION-LINES = ZEROES
007940         WRITE DR-PRINT-LINE FROM DM-RPT-NONE-LINE
007950     END-IF
007960     MOVE DM-AUTHOR-COUNT      TO DM-RPT-TOT-AUTHORS
007970     MOVE DM-HISTORY-READ      TO DM-RPT-TOT-HISTORY
007980     MOVE DM-ARCHIVE-READ      TO DM-RPT-TOT-ARCHIVE
007990     MOVE DM-BAD-DATE-POSTS    TO DM-RPT-TOT-BAD-DATES
008000     MOVE DM-UNMATCHED-BYLINES TO DM-RPT-TOT-UNMATCHED
008010     MOVE DM-PROPOSED-INACTIVE TO DM-RPT-TOT-INACTIVE
008020     MOVE DM-PROPOSED-ACTIVE   TO DM-RPT-TOT-ACTIVE
008030     IF DM-PROPOSED-TOTAL > ZEROES
008040         MOVE DM-BATCH-ID      TO DM-RPT-TOT-BATCH-ID
008050     ELSE
008060         MOVE "(NONE)"         TO DM-RPT-TOT-BATCH-ID
008070     END-IF
008080     WRITE DR-PRINT-LINE FROM SPACES
008090     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-1
008100     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-2
008110     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-3
008120     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-4
008130     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-5
008140     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-6
008150     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-7
008160     WRITE DR-PRINT-LINE FROM DM-RPT-TOTAL-LINE-8.
008170 4000-PRINT-REPORT-EXIT.
008180     EXIT.
008190
008200 4100-PRINT-DORMANT-LINE.
008210     IF NOT DM-TBL-PROPOSE-INACTIVE (DM-AUTH-IDX)
008220         GO TO 4100-PRINT-DORMANT-LINE-EXIT
008230     END-IF
008240     IF DM-LINE-COUNT NOT LESS THAN DM-LINES-PER-PAGE
008250         PERFORM 4300-PRINT-PAGE-HEADERS
008260             THRU 4300-PRINT-PAGE-HEADERS-EXIT
008270         WRITE DR-PRINT-LINE FROM DM-RPT-DORM-HEADER
008280         ADD 1 TO DM-LINE-COUNT
008290     END-IF
008300     MOVE DM-TBL-AUTHOR-ID (DM-AUTH-IDX) TO DM-RPT-DORM-ID
008310     MOVE DM-TBL-NAME (DM-AUTH-IDX)      TO DM-RPT-DORM-NAME
008320     MOVE SPACES TO DM-RPT-DORM-STATUS-DATE
008330     IF DM-TBL-STATUS-DATE (DM-AUTH-IDX) > ZEROES
008340         MOVE DM-TBL-STATUS-DATE (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
008350         PERFORM 4400-FORMAT-PRINT-DATE
008360             THRU 4400-FORMAT-PRINT-DATE-EXIT
008370         MOVE DM-PRINT-DATE TO DM-RPT-DORM-STATUS-DATE
008380     END-IF
008390     IF DM-TBL-LAST-POST (DM-AUTH-IDX) > ZEROES
008400         MOVE DM-TBL-LAST-POST (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
008410         PERFORM 4400-FORMAT-PRINT-DATE
008420             THRU 4400-FORMAT-PRINT-DATE-EXIT
008430         MOVE DM-PRINT-DATE TO DM-RPT-DORM-LAST-POST
008440     ELSE
008450         MOVE "NONE ON FILE" TO DM-RPT-DORM-LAST-POST
008460     END-IF
008470     MOVE DM-TBL-IDLE-DAYS (DM-AUTH-IDX) TO DM-RPT-DORM-IDLE-DAYS
008480     WRITE DR-PRINT-LINE FROM DM-RPT-DORM-DETAIL
008490     ADD 1 TO DM-LINE-COUNT
008500     ADD 1 TO DM-SECTION-LINES.
008510 4100-PRINT-DORMANT-LINE-EXIT.
008520     EXIT.
008530
008540 4200-PRINT-RETURNING-LINE.
008550     IF NOT DM-TBL-PROPOSE-ACTIVE (DM-AUTH-IDX)
008560         GO TO 4200-PRINT-RETURNING-LINE-EXIT
008570     END-IF
008580     IF DM-LINE-COUNT NOT LESS THAN DM-LINES-PER-PAGE
008590         PERFORM 4300-PRINT-PAGE-HEADERS
008600             THRU 4300-PRINT-PAGE-HEADERS-EXIT
008610         WRITE DR-PRINT-LINE FROM DM-RPT-BACK-HEADER
008620         ADD 1 TO DM-LINE-COUNT
008630     END-IF
008640     MOVE DM-TBL-AUTHOR-ID (DM-AUTH-IDX) TO DM-RPT-BACK-ID
008650     MOVE DM-TBL-NAME (DM-AUTH-IDX)      TO DM-RPT-BACK-NAME
008660     MOVE SPACES TO DM-RPT-BACK-LEAVE-DATE
008670     IF DM-TBL-STATUS-DATE (DM-AUTH-IDX) > ZEROES
008680         MOVE DM-TBL-STATUS-DATE (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
008690         PERFORM 4400-FORMAT-PRINT-DATE
008700             THRU 4400-FORMAT-PRINT-DATE-EXIT
008710         MOVE DM-PRINT-DATE TO DM-RPT-BACK-LEAVE-DATE
008720     END-IF
008730     MOVE DM-TBL-FIRST-BACK (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
008740     PERFORM 4400-FORMAT-PRINT-DATE
008750         THRU 4400-FORMAT-PRINT-DATE-EXIT
008760     MOVE DM-PRINT-DATE TO DM-RPT-BACK-FIRST-POST
008770     MOVE DM-TBL-POSTS-BACK (DM-AUTH-IDX) TO DM-RPT-BACK-POSTS
008780     WRITE DR-PRINT-LINE FROM DM-RPT-BACK-DETAIL
008790     ADD 1 TO DM-LINE-COUNT
008800     ADD 1 TO DM-SECTION-LINES.
008810 4200-PRINT-RETURNING-LINE-EXIT.
008820     EXIT.
008830
008840 4300-PRINT-PAGE-HEADERS.
008850     ADD 1 TO DM-PAGE-COUNT
008860     MOVE DM-PAGE-COUNT TO DM-RPT-PAGE-NO
008870     MOVE DM-AS-OF-DATE-NUM TO DM-CONV-DATE-NUM
008880     PERFORM 4400-FORMAT-PRINT-DATE
008890         THRU 4400-FORMAT-PRINT-DATE-EXIT
008900     MOVE DM-PRINT-DATE TO DM-RPT-HDR-DATE
008910     MOVE DM-DORMANT-DAYS TO DM-RPT-HDR-DAYS
008920     IF DM-PAGE-COUNT > 1
008930         WRITE DR-PRINT-LINE FROM SPACES
008940     END-IF
008950     WRITE DR-PRINT-LINE FROM DM-RPT-HEADER-1
008960     WRITE DR-PRINT-LINE FROM DM-RPT-HEADER-2
008970     MOVE 2 TO DM-LINE-COUNT.
008980 4300-PRINT-PAGE-HEADERS-EXIT.
008990     EXIT.
009000
009010 4400-FORMAT-PRINT-DATE.
009020     MOVE DM-CONV-MM   TO DM-PRT-MM
009030     MOVE DM-CONV-DD   TO DM-PRT-DD
009040     MOVE DM-CONV-CCYY TO DM-PRT-CCYY.
009050 4400-FORMAT-PRINT-DATE-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090*    5000-WRITE-REVIEW-FILE                                     *
009100*    WRITES THE PROPOSALS AS ONE AUTHTRN BATCH: THE HEADER, ONE  *
009110*    CHANGE TRANSACTION PER PROPOSAL IN AUTHOR ID ORDER, AND THE *
009120*    TRAILER WITH THE COUNT AND KEY HASH.  WITH NOTHING PROPOSED *
009130*    THE FILE IS LEFT EMPTY, WHICH AUTHMNT TAKES AS NO BATCH.    *
009140******************************************************************
009150 5000-WRITE-REVIEW-FILE.
009160     IF NOT DM-DORMTRN-OK
009170         OR DM-RETURN-CODE > 4
009180         GO TO 5000-WRITE-REVIEW-FILE-EXIT
009190     END-IF
009200     IF DM-PROPOSED-TOTAL = ZEROES
009210         DISPLAY "AUTHDORM: NO STATUS CHANGES PROPOSED THIS MONTH"
009220         GO TO 5000-WRITE-REVIEW-FILE-EXIT
009230     END-IF
009240     MOVE SPACES            TO BATCH-CONTROL-RECORD
009250     MOVE "*HEADER*"        TO BC-RECORD-TAG
009260     MOVE "AUTHTRN"         TO BC-FEED-NAME
009270     MOVE DM-BATCH-ID       TO BC-BATCH-ID
009280     MOVE DM-AS-OF-DATE-NUM TO BC-CREATED-DATE
009290     MOVE DM-PROPOSED-TOTAL TO BC-RECORD-COUNT
009300     MOVE DM-BATCH-HASH     TO BC-KEY-HASH
009310     WRITE BATCH-CONTROL-RECORD
009320     PERFORM 5100-WRITE-ONE-PROPOSAL
009330         THRU 5100-WRITE-ONE-PROPOSAL-EXIT
009340         VARYING DM-AUTH-IDX FROM 1 BY 1
009350         UNTIL DM-AUTH-IDX > DM-AUTHOR-COUNT
009360     MOVE SPACES            TO BATCH-CONTROL-RECORD
009370     MOVE "*TRAILER"        TO BC-RECORD-TAG
009380     MOVE "AUTHTRN"         TO BC-FEED-NAME
009390     MOVE DM-BATCH-ID       TO BC-BATCH-ID
009400     MOVE DM-AS-OF-DATE-NUM TO BC-CREATED-DATE
009410     MOVE DM-PROPOSED-TOTAL TO BC-RECORD-COUNT
009420     MOVE DM-BATCH-HASH     TO BC-KEY-HASH
009430     WRITE BATCH-CONTROL-RECORD
009440     DISPLAY "AUTHDORM: " DM-PROPOSED-TOTAL
009450         " STATUS CHANGES PROPOSED IN REVIEW BATCH " DM-BATCH-ID.
009460 5000-WRITE-REVIEW-FILE-EXIT.
009470     EXIT.
009480
009490******************************************************************
009500*    5100-WRITE-ONE-PROPOSAL                                    *
009510*    A CHANGE CARRIES THE AUTHOR'S COMPLETE CURRENT VALUES WITH  *
009520*    ONLY THE STATUS AND STATUS DATE ALTERED: INACTIVE AS OF THE *
009530*    SWEEP DATE, OR ACTIVE AS OF THE FIRST POST BACK.            *
009540******************************************************************
009550 5100-WRITE-ONE-PROPOSAL.
009560     IF DM-TBL-NO-PROPOSAL (DM-AUTH-IDX)
009570         GO TO 5100-WRITE-ONE-PROPOSAL-EXIT
009580     END-IF
009590     MOVE SPACES TO AUTHOR-TRANS-RECORD
009600     MOVE "C"    TO AT-TRANS-CODE
009610     MOVE DM-TBL-AUTHOR-ID (DM-AUTH-IDX) TO AT-AUTHOR-ID
009620     MOVE DM-TBL-NAME (DM-AUTH-IDX)      TO AT-NAME
009630     MOVE DM-TBL-FAVORITE-NUMBER (DM-AUTH-IDX)
009640         TO AT-FAVORITE-NUMBER
009650     MOVE DM-TBL-DATE-BIRTH (DM-AUTH-IDX) TO AT-DATE-BIRTH
009660     MOVE DM-TBL-PROPOSAL (DM-AUTH-IDX)   TO AT-STATUS-CODE
009670     IF DM-TBL-PROPOSE-ACTIVE (DM-AUTH-IDX)
009680         MOVE DM-TBL-FIRST-BACK (DM-AUTH-IDX) TO DM-CONV-DATE-NUM
009690     ELSE
009700         MOVE DM-AS-OF-DATE-NUM TO DM-CONV-DATE-NUM
009710     END-IF
009720     MOVE DM-CONV-MM   TO DM-MDC-MM
009730     MOVE DM-CONV-DD   TO DM-MDC-DD
009740     MOVE DM-CONV-CCYY TO DM-MDC-CCYY
009750     MOVE DM-MMDDCCYY-DATE TO AT-STATUS-DATE
009760     MOVE "SWEEP" TO AT-TRANS-SOURCE
009770     WRITE AUTHOR-TRANS-RECORD.
009780 5100-WRITE-ONE-PROPOSAL-EXIT.
009790     EXIT.
009800
009810 9999-TERMINATE.
009820     IF DM-AUTHMST-OK OR DM-AUTHMST-EOF
009830         CLOSE AUTHOR-MASTER
009840     END-IF
009850     IF DM-POSTHIST-OK OR DM-POSTHIST-EOF
009860         CLOSE POST-HISTORY
009870     END-IF
009880     IF DM-PHARCH-OPEN
009890         CLOSE HISTORY-ARCHIVE
009900     END-IF
009910     IF DM-DORMRPT-OK
009920         CLOSE SWEEP-REPORT
009930     END-IF
009940     IF DM-DORMTRN-OK
009950         CLOSE REVIEW-FILE
009960     END-IF.
009970 9999-TERMINATE-EXIT.
009980     EXIT.
