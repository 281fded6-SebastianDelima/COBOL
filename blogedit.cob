000160*                  REPORT SHOWING WHY EACH ONE FAILED.           *
000170*                                                                *
000180*    RETURN CODES  0000 - EVERY RECORD PASSED THE EDITS          *
000190*                  0004 - ONE OR MORE RECORDS REJECTED, A        *
000200*                         DUPLICATE-CHECK TABLE OVERFLOWED, OR   *
000210*                         THE HELD OR ARCHIVED POSTS COULD NOT   *
000220*                         BE READ FOR THE SERIES PART CHECK      *
000230*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000240*                                                                *
000250*    MODIFICATION HISTORY                                       *
000260*    ---------------------------------------------------------- *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------  ----  -------------------------------------------*
000290*    2026-08-22  SDL  ORIGINAL PROGRAM.                         *
000300*    2026-09-02  SDL  THE DESK'S CATEGORY CODE ON EACH POST IS   *
000310*                     NOW EDITED THE SAME WAY THE AUTHOR ID IS:  *
000320*                     IT MUST BE PRESENT, ON THE CATEGORY        *
000330*                     REFERENCE FILE, AND ACTIVE THERE.          *
000340*    2026-09-02  SDL  EACH INCOMING POST ID IS NOW ALSO CHECKED  *
000350*                     AGAINST THE POST-HISTORY MASTER, SO A      *
000360*                     POST PUBLISHED ON A PRIOR NIGHT CANNOT     *
000370*                     RE-EXPORT AND PAY TWICE.  THE DESK'S       *
000380*                     RESUBMIT MARKER (R ON THE FEED RECORD)     *
000390*                     DELIBERATELY PASSES A REISSUED POST.       *
000400*    2026-09-02  SDL  CO-AUTHOR BYLINES ARE NOW EDITED TOO:      *
000410*                     EVERY CO-AUTHOR ID MUST BE ON AUTHOR-      *
000420*                     MASTER AND, WHEN CO-BYLINES ARE PRESENT,   *
000430*                     THE SHARE PERCENTS MUST SUM TO 100.        *
000440*                     SINGLE-BYLINE POSTS WITH BLANK SHARES      *
000450*                     PASS UNCHANGED.                            *
000460*    2026-09-02  SDL  THE RUN NOW APPENDS ITS RETURN CODE AND    *
000470*                     FEED COUNTS TO THE NIGHT'S STEP-SUMMARY    *
000480*                     LOG FOR THE BLGNIGHT ONE-PAGE SUMMARY.     *
000490*    2026-10-15  SDL  A POST THAT RUNS AS PART OF A SERIES IS    *
000500*                     NOW EDITED AGAINST THE SERIES REFERENCE    *
000510*                     FILE (SERFILE DD): THE SERIES MUST BE ON   *
000520*                     FILE AND OPEN, THE PART NUMBER WITHIN ITS  *
000530*                     PLANNED COUNT, AND THE PART NOT ALREADY    *
000540*                     TAKEN BY ANOTHER POST - PUBLISHED (POST-   *
000550*                     HISTORY AND THE YEARLY ARCHIVE), HELD ON   *
000560*                     THE PENDING-POSTS FILE, OR ACCEPTED        *
000570*                     EARLIER IN TONIGHT'S FEED.  POST-HISTORY   *
000580*                     IS NOW OPENED FOR DYNAMIC ACCESS SO ITS    *
000590*                     SERIES PARTS CAN BE LOADED AT START-UP.    *
000600*                     FEED RECORD GREW FROM 97 TO 105 BYTES.     *
000610*    2026-10-15  SDL  ARCHIVE RECORD GROWN TO THE 141-BYTE       *
000620*                     POST-HISTORY LAYOUT; POST-HISTORY NOW      *
000630*                     DECLARES ITS AUTHOR/DATE AND PUBLISH-DATE  *
000640*                     ALTERNATE KEYS.                            *
000650******************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID.     BLOGEDIT.
000680 AUTHOR.         SEBASTIAN DE LIMA.
000690 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000700 DATE-WRITTEN.   2026-08-22.
000710 DATE-COMPILED.  2026-08-22.
000720
000730******************************************************************
000740*    ENVIRONMENT DIVISION                                       *
000750******************************************************************
000760 ENVIRONMENT DIVISION.
000770
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.    MACBOOK-PRO.
000800 OBJECT-COMPUTER.    MACBOOK-PRO.
000810
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT RAW-POST-FILE    ASSIGN TO RAWPOSTS
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS BE-RAWPOSTS-STATUS.
000880
000890     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS AR-AUTHOR-ID
000930         FILE STATUS IS BE-AUTHMST-STATUS.
000940
000950     SELECT CATEGORY-FILE    ASSIGN TO CATFILE
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS CG-CATEGORY-CODE
000990         FILE STATUS IS BE-CATFILE-STATUS.
001000
001010     SELECT POST-HISTORY     ASSIGN TO POSTHIST
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS DYNAMIC
001040         RECORD KEY IS PH-POST-ID
001050         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
001060             WITH DUPLICATES
001070         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
001080             WITH DUPLICATES
001090         FILE STATUS IS BE-POSTHIST-STATUS.
001100
001110     SELECT SERIES-FILE      ASSIGN TO SERFILE
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS SE-SERIES-CODE
001150         FILE STATUS IS BE-SERFILE-STATUS.
001160
001170     SELECT PENDING-FILE     ASSIGN TO PENDIN
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         ACCESS MODE IS SEQUENTIAL
001200         FILE STATUS IS BE-PENDIN-STATUS.
001210
001220     SELECT HISTORY-ARCHIVE  ASSIGN TO PHARCH
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         ACCESS MODE IS SEQUENTIAL
001250         FILE STATUS IS BE-PHARCH-STATUS.
001260
001270     SELECT CLEAN-POST-FILE  ASSIGN TO CLEANPST
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         ACCESS MODE IS SEQUENTIAL
001300         FILE STATUS IS BE-CLEANPST-STATUS.
001310
001320     SELECT REJECT-POST-FILE ASSIGN TO REJPOSTS
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         ACCESS MODE IS SEQUENTIAL
001350         FILE STATUS IS BE-REJPOSTS-STATUS.
001360
001370     SELECT REJECT-REPORT    ASSIGN TO REJRPT
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         ACCESS MODE IS SEQUENTIAL
001400         FILE STATUS IS BE-REJRPT-STATUS.
001410
001420     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         ACCESS MODE IS SEQUENTIAL
001450         FILE STATUS IS BE-NIGHTLOG-STATUS.
001460
001470******************************************************************
001480*    DATA DIVISION                                              *
001490******************************************************************
001500 DATA DIVISION.
001510
001520 FILE SECTION.
001530 FD  RAW-POST-FILE
001540     LABEL RECORDS ARE STANDARD.
001550     COPY BLOGREC.
001560
001570 FD  AUTHOR-MASTER
001580     LABEL RECORDS ARE STANDARD.
001590     COPY AUTHREC.
001600
001610 FD  CATEGORY-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY CATREC.
001640
001650 FD  POST-HISTORY
001660     LABEL RECORDS ARE STANDARD.
001670     COPY PHISTREC.
001680
001690 FD  SERIES-FILE
001700     LABEL RECORDS ARE STANDARD.
001710     COPY SERREC.
001720
001730 FD  PENDING-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  PI-PENDING-RECORD           PIC X(115).
001760
001770 FD  HISTORY-ARCHIVE
001780     LABEL RECORDS ARE STANDARD.
001790 01  HA-ARCHIVE-RECORD           PIC X(141).
001800
001810 FD  CLEAN-POST-FILE
001820     LABEL RECORDS ARE STANDARD.
001830 01  CP-POST-RECORD              PIC X(105).
001840
001850 FD  REJECT-POST-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  RJ-POST-RECORD              PIC X(105).
001880
001890 FD  REJECT-REPORT
001900     LABEL RECORDS ARE STANDARD.
001910 01  RR-PRINT-LINE               PIC X(132).
001920
001930 FD  NIGHT-LOG
001940     LABEL RECORDS ARE STANDARD.
001950     COPY NSUMREC.
001960
001970 WORKING-STORAGE SECTION.
001980******************************************************************
001990*    FILE STATUS SWITCHES                                       *
002000******************************************************************
002010 01  BE-RAWPOSTS-STATUS      PIC X(02).
002020     88  BE-RAWPOSTS-OK              VALUE "00".
002030     88  BE-RAWPOSTS-EOF             VALUE "10".
002040
002050 01  BE-AUTHMST-STATUS       PIC X(02).
002060     88  BE-AUTHMST-OK               VALUE "00".
002070
002080 01  BE-CATFILE-STATUS       PIC X(02).
002090     88  BE-CATFILE-OK               VALUE "00".
002100
002110 01  BE-POSTHIST-STATUS      PIC X(02).
002120     88  BE-POSTHIST-OK              VALUE "00".
002130     88  BE-POSTHIST-NOT-FOUND       VALUE "35".
002140
002150 01  BE-SERFILE-STATUS       PIC X(02).
002160     88  BE-SERFILE-OK               VALUE "00".
002170
002180 01  BE-PENDIN-STATUS        PIC X(02).
002190     88  BE-PENDIN-OK                VALUE "00".
002200     88  BE-PENDIN-EOF               VALUE "10".
002210     88  BE-PENDIN-NOT-FOUND         VALUE "35".
002220
002230 01  BE-PHARCH-STATUS        PIC X(02).
002240     88  BE-PHARCH-OK                VALUE "00".
002250     88  BE-PHARCH-EOF               VALUE "10".
002260     88  BE-PHARCH-NOT-FOUND         VALUE "35".
002270
002280 01  BE-CLEANPST-STATUS      PIC X(02).
002290     88  BE-CLEANPST-OK              VALUE "00".
002300
002310 01  BE-REJPOSTS-STATUS      PIC X(02).
002320     88  BE-REJPOSTS-OK              VALUE "00".
002330
002340 01  BE-REJRPT-STATUS        PIC X(02).
002350     88  BE-REJRPT-OK                VALUE "00".
002360
002370 01  BE-NIGHTLOG-STATUS      PIC X(02).
002380     88  BE-NIGHTLOG-OK              VALUE "00".
002390     88  BE-NIGHTLOG-NOT-FOUND       VALUE "35".
002400
002410******************************************************************
002420*    PROGRAM SWITCHES                                           *
002430******************************************************************
002440 77  BE-EOF-SWITCH           PIC X(01) VALUE "N".
002450     88  BE-END-OF-POSTS             VALUE "Y".
002460
002470 77  BE-EDIT-PASS-SWITCH     PIC X(01) VALUE "Y".
002480     88  BE-EDIT-PASSED              VALUE "Y".
002490     88  BE-EDIT-FAILED              VALUE "N".
002500
002510 77  BE-DUP-FOUND-SWITCH     PIC X(01) VALUE "N".
002520     88  BE-DUPLICATE-FOUND          VALUE "Y".
002530
002540 77  BE-DUP-TABLE-FULL-SW    PIC X(01) VALUE "N".
002550     88  BE-DUP-TABLE-FULL           VALUE "Y".
002560
002570 77  BE-HISTCHECK-SWITCH     PIC X(01) VALUE "N".
002580     88  BE-HISTCHECK-ACTIVE         VALUE "Y".
002590
002600 77  BE-LOAD-EOF-SWITCH      PIC X(01) VALUE "N".
002610     88  BE-END-OF-LOAD              VALUE "Y".
002620
002630 77  BE-PART-FOUND-SWITCH    PIC X(01) VALUE "N".
002640     88  BE-PART-TAKEN               VALUE "Y".
002650
002660 77  BE-PART-TABLE-FULL-SW   PIC X(01) VALUE "N".
002670     88  BE-PART-TABLE-FULL          VALUE "Y".
002680
002690******************************************************************
002700*    TABLE OF DAYS PER CALENDAR MONTH, USED TO VALIDATE THE       *
002710*    PUBLISH DAY AGAINST ITS PUBLISH MONTH.  FEBRUARY IS CARRIED  *
002720*    AS 28 AND BUMPED TO 29 IN THE VALIDATION PARAGRAPH FOR LEAP  *
002730*    YEARS.                                                      *
002740******************************************************************
002750 01  BE-DAYS-IN-MONTH-TABLE.
002760     05  FILLER                  PIC 9(02) VALUE 31.
002770     05  FILLER                  PIC 9(02) VALUE 28.
002780     05  FILLER                  PIC 9(02) VALUE 31.
002790     05  FILLER                  PIC 9(02) VALUE 30.
002800     05  FILLER                  PIC 9(02) VALUE 31.
002810     05  FILLER                  PIC 9(02) VALUE 30.
002820     05  FILLER                  PIC 9(02) VALUE 31.
002830     05  FILLER                  PIC 9(02) VALUE 31.
002840     05  FILLER                  PIC 9(02) VALUE 30.
002850     05  FILLER                  PIC 9(02) VALUE 31.
002860     05  FILLER                  PIC 9(02) VALUE 30.
002870     05  FILLER                  PIC 9(02) VALUE 31.
002880 01  BE-DAYS-IN-MONTH REDEFINES BE-DAYS-IN-MONTH-TABLE.
002890     05  BE-DIM-ENTRY            PIC 9(02) OCCURS 12 TIMES.
002900
002910 77  BE-MAX-DAYS-THIS-MONTH  PIC 9(02).
002920
002930******************************************************************
002940*    TABLE OF POST IDS ALREADY ACCEPTED THIS RUN, USED TO CATCH   *
002950*    A DUPLICATE BP-POST-ID WITHIN THE FEED.  ONLY CLEAN POSTS    *
002960*    ARE ENTERED, SO A CORRECTED RESUBMISSION OF A REJECTED POST  *
002970*    IS NOT COUNTED AS ITS OWN DUPLICATE.                        *
002980******************************************************************
002990 77  BE-SEEN-TABLE-MAX       PIC 9(05) VALUE 05000.
003000 77  BE-SEEN-COUNT           PIC 9(05) VALUE ZEROES.
003010
003020 01  BE-SEEN-POST-TABLE.
003030     05  BE-SEEN-ENTRY OCCURS 1 TO 5000 TIMES
003040             DEPENDING ON BE-SEEN-COUNT
003050             INDEXED BY BE-SEEN-IDX.
003060         10  BE-SEEN-POST-ID         PIC X(08).
003070
003080******************************************************************
003090*    TABLE OF SERIES PARTS ALREADY TAKEN, USED TO CATCH A        *
003100*    DUPLICATE PART NUMBER.  LOADED AT START-UP FROM EVERY       *
003110*    SERIES PART ON POST-HISTORY AND THE YEARLY ARCHIVE (A       *
003120*    RETRACTED PART IS NOT COUNTED - THE SLOT IS FREE AGAIN) AND *
003130*    ON THE PENDING-POSTS FILE, THEN ADDED TO AS TONIGHT'S CLEAN *
003140*    SERIES PARTS ARE WRITTEN.  EACH ENTRY KEEPS THE POST ID     *
003150*    THAT TOOK THE PART, SO A POST RESUBMITTED UNDER ITS OWN ID  *
003160*    IS NOT ITS OWN DUPLICATE.                                   *
003170******************************************************************
003180 77  BE-PART-TABLE-MAX       PIC 9(05) VALUE 05000.
003190 77  BE-PART-COUNT           PIC 9(05) VALUE ZEROES.
003200
003210 01  BE-SERIES-PART-TABLE.
003220     05  BE-PART-ENTRY OCCURS 1 TO 5000 TIMES
003230             DEPENDING ON BE-PART-COUNT
003240             INDEXED BY BE-PART-IDX.
003250         10  BE-PART-SERIES-CODE     PIC X(06).
003260         10  BE-PART-NUMBER          PIC 9(02).
003270         10  BE-PART-POST-ID         PIC X(08).
003280
003290 77  BE-LOAD-SERIES-CODE     PIC X(06) VALUE SPACES.
003300 77  BE-LOAD-PART-NUMBER     PIC 9(02) VALUE ZEROES.
003310 77  BE-LOAD-POST-ID         PIC X(08) VALUE SPACES.
003320 77  BE-LOAD-COUNT           PIC 9(07) VALUE ZEROES.
003330
003340******************************************************************
003350*    PENDING-POSTS RECORD, READ INTO FROM THE HOLDING FILE       *
003360******************************************************************
003370 COPY PENDREC.
003380
003390******************************************************************
003400*    CURRENT RUN DATE AND EDIT WORK FIELDS                       *
003410******************************************************************
003420 01  BE-CURRENT-DATE-FIELDS.
003430     05  BE-CURR-YEAR         PIC 9(04).
003440     05  BE-CURR-MONTH        PIC 9(02).
003450     05  BE-CURR-DAY          PIC 9(02).
003460     05  FILLER               PIC X(13).
003470
003480 77  BE-REJECT-REASON        PIC X(40) VALUE SPACES.
003490
003500 77  BE-POSTS-READ-COUNT     PIC 9(05) VALUE ZEROES.
003510 77  BE-POSTS-CLEAN-COUNT    PIC 9(05) VALUE ZEROES.
003520 77  BE-POSTS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
003530 77  BE-RESUBMIT-COUNT       PIC 9(05) VALUE ZEROES.
003540
003550 77  BE-SHARE-TOTAL          PIC 9(04) VALUE ZEROES.
003560 77  BE-BYLINE-IDX           PIC 9(01) VALUE ZERO.
003570
003580 77  BE-RETURN-CODE          PIC 9(04) VALUE ZEROES.
003590
003600******************************************************************
003610*    REJECT REPORT CONTROLS AND PRINT LINES                      *
003620******************************************************************
003630 77  BE-LINES-PER-PAGE       PIC 9(02) VALUE 50.
003640 77  BE-LINE-COUNT           PIC 9(02) VALUE ZEROES.
003650 77  BE-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
003660
003670 01  BE-RPT-HEADER-1.
003680     05  FILLER                  PIC X(33)
003690             VALUE "BLOGEDIT DAILY FEED REJECT REPORT".
003700     05  FILLER                  PIC X(07) VALUE SPACES.
003710     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
003720     05  BE-RPT-RUN-MONTH        PIC 9(02).
003730     05  FILLER                  PIC X(01) VALUE "/".
003740     05  BE-RPT-RUN-DAY          PIC 9(02).
003750     05  FILLER                  PIC X(01) VALUE "/".
003760     05  BE-RPT-RUN-YEAR         PIC 9(04).
003770     05  FILLER                  PIC X(05) VALUE SPACES.
003780     05  FILLER                  PIC X(05) VALUE "PAGE ".
003790     05  BE-RPT-PAGE-NO          PIC ZZ9.
003800
003810 01  BE-RPT-HEADER-2.
003820     05  FILLER                  PIC X(10) VALUE "POST ID".
003830     05  FILLER                  PIC X(08) VALUE "AUTHOR".
003840     05  FILLER                  PIC X(12) VALUE "PUB DATE".
003850     05  FILLER                  PIC X(07) VALUE "WORDS".
003860     05  FILLER                  PIC X(32) VALUE "TITLE".
003870     05  FILLER                  PIC X(06) VALUE "REASON".
003880
003890 01  BE-RPT-DETAIL-LINE.
003900     05  BE-RPT-POST-ID          PIC X(08).
003910     05  FILLER                  PIC X(02) VALUE SPACES.
003920     05  BE-RPT-AUTHOR-ID        PIC X(06).
003930     05  FILLER                  PIC X(02) VALUE SPACES.
003940     05  BE-RPT-PUB-DATE         PIC X(10).
003950     05  FILLER                  PIC X(02) VALUE SPACES.
003960     05  BE-RPT-WORD-COUNT       PIC X(05).
003970     05  FILLER                  PIC X(02) VALUE SPACES.
003980     05  BE-RPT-TITLE            PIC X(30).
003990     05  FILLER                  PIC X(02) VALUE SPACES.
004000     05  BE-RPT-REASON           PIC X(40).
004010
004020 01  BE-RPT-TOTAL-LINE-1.
004030     05  FILLER                  PIC X(26)
004040             VALUE "POSTS READ..............: ".
004050     05  BE-RPT-TOTAL-READ       PIC ZZZZ9.
004060
004070 01  BE-RPT-TOTAL-LINE-2.
004080     05  FILLER                  PIC X(26)
004090             VALUE "POSTS PASSED TO PUBLISH.: ".
004100     05  BE-RPT-TOTAL-CLEAN      PIC ZZZZ9.
004110
004120 01  BE-RPT-TOTAL-LINE-3.
004130     05  FILLER                  PIC X(26)
004140             VALUE "POSTS REJECTED..........: ".
004150     05  BE-RPT-TOTAL-REJECTED   PIC ZZZZ9.
004160
004170 01  BE-RPT-TOTAL-LINE-4.
004180     05  FILLER                  PIC X(26)
004190             VALUE "RESUBMITS PASSED........: ".
004200     05  BE-RPT-TOTAL-RESUBMIT   PIC ZZZZ9.
004210
004220******************************************************************
004230*    PROCEDURE DIVISION                                         *
004240******************************************************************
004250 PROCEDURE DIVISION.
004260
004270 0000-MAINLINE.
004280     PERFORM 1000-INITIALIZE
004290         THRU 1000-INITIALIZE-EXIT
004300     PERFORM 2000-EDIT-POSTS
004310         THRU 2000-EDIT-POSTS-EXIT
004320         UNTIL BE-END-OF-POSTS
004330     PERFORM 3000-PRINT-RUN-TOTALS
004340         THRU 3000-PRINT-RUN-TOTALS-EXIT
004350     PERFORM 7000-WRITE-NIGHT-SUMMARY
004360         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
004370     PERFORM 9999-TERMINATE
004380         THRU 9999-TERMINATE-EXIT
004390     MOVE BE-RETURN-CODE TO RETURN-CODE
004400     STOP RUN.
004410
004420 1000-INITIALIZE.
004430     MOVE FUNCTION CURRENT-DATE TO BE-CURRENT-DATE-FIELDS
004440     OPEN INPUT RAW-POST-FILE
004450     IF NOT BE-RAWPOSTS-OK
004460         DISPLAY "BLOGEDIT: UNABLE TO OPEN RAW-POST-FILE, "
004470             "STATUS = " BE-RAWPOSTS-STATUS
004480         MOVE "Y" TO BE-EOF-SWITCH
004490         MOVE 12 TO BE-RETURN-CODE
004500         GO TO 1000-INITIALIZE-EXIT
004510     END-IF
004520     OPEN INPUT AUTHOR-MASTER
004530     IF NOT BE-AUTHMST-OK
004540         DISPLAY "BLOGEDIT: UNABLE TO OPEN AUTHOR-MASTER, "
004550             "STATUS = " BE-AUTHMST-STATUS
004560         MOVE "Y" TO BE-EOF-SWITCH
004570         MOVE 12 TO BE-RETURN-CODE
004580         GO TO 1000-INITIALIZE-EXIT
004590     END-IF
004600     OPEN INPUT CATEGORY-FILE
004610     IF NOT BE-CATFILE-OK
004620         DISPLAY "BLOGEDIT: UNABLE TO OPEN CATEGORY-FILE, "
004630             "STATUS = " BE-CATFILE-STATUS
004640         MOVE "Y" TO BE-EOF-SWITCH
004650         MOVE 12 TO BE-RETURN-CODE
004660         GO TO 1000-INITIALIZE-EXIT
004670     END-IF
004680     OPEN INPUT POST-HISTORY
004690     EVALUATE TRUE
004700         WHEN BE-POSTHIST-OK
004710             MOVE "Y" TO BE-HISTCHECK-SWITCH
004720         WHEN BE-POSTHIST-NOT-FOUND
004730             DISPLAY "BLOGEDIT: NO POST-HISTORY MASTER YET -- "
004740                 "CROSS-RUN DUPLICATE CHECK SKIPPED THIS RUN"
004750         WHEN OTHER
004760             DISPLAY "BLOGEDIT: UNABLE TO OPEN POST-HISTORY, "
004770                 "STATUS = " BE-POSTHIST-STATUS
004780             MOVE "Y" TO BE-EOF-SWITCH
004790             MOVE 12 TO BE-RETURN-CODE
004800             GO TO 1000-INITIALIZE-EXIT
004810     END-EVALUATE
004820     OPEN INPUT SERIES-FILE
004830     IF NOT BE-SERFILE-OK
004840         DISPLAY "BLOGEDIT: UNABLE TO OPEN SERIES-FILE, "
004850             "STATUS = " BE-SERFILE-STATUS
004860         MOVE "Y" TO BE-EOF-SWITCH
004870         MOVE 12 TO BE-RETURN-CODE
004880         GO TO 1000-INITIALIZE-EXIT
004890     END-IF
004900     PERFORM 1300-LOAD-SERIES-PARTS
004910         THRU 1300-LOAD-SERIES-PARTS-EXIT
004920     OPEN OUTPUT CLEAN-POST-FILE
004930     IF NOT BE-CLEANPST-OK
004940         DISPLAY "BLOGEDIT: UNABLE TO OPEN CLEAN-POST-FILE, "
004950             "STATUS = " BE-CLEANPST-STATUS
004960         MOVE "Y" TO BE-EOF-SWITCH
004970         MOVE 12 TO BE-RETURN-CODE
004980         GO TO 1000-INITIALIZE-EXIT
004990     END-IF
005000     OPEN OUTPUT REJECT-POST-FILE
005010     IF NOT BE-REJPOSTS-OK
005020         DISPLAY "BLOGEDIT: UNABLE TO OPEN REJECT-POST-FILE, "
005030             "STATUS = " BE-REJPOSTS-STATUS
005040         MOVE "Y" TO BE-EOF-SWITCH
005050         MOVE 12 TO BE-RETURN-CODE
005060         GO TO 1000-INITIALIZE-EXIT
005070     END-IF
005080     OPEN OUTPUT REJECT-REPORT
005090     IF NOT BE-REJRPT-OK
005100         DISPLAY "BLOGEDIT: UNABLE TO OPEN REJECT-REPORT, "
005110             "STATUS = " BE-REJRPT-STATUS
005120         MOVE "Y" TO BE-EOF-SWITCH
005130         MOVE 12 TO BE-RETURN-CODE
005140         GO TO 1000-INITIALIZE-EXIT
005150     END-IF
005160     MOVE ZEROES TO BE-PAGE-COUNT
005170     MOVE BE-LINES-PER-PAGE TO BE-LINE-COUNT
005180     PERFORM 2100-READ-NEXT-POST
005190         THRU 2100-READ-NEXT-POST-EXIT.
005200 1000-INITIALIZE-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    1300-LOAD-SERIES-PARTS                                      *
005250*    FILLS THE SERIES PART TABLE FROM THE THREE PLACES A PART    *
005260*    CAN ALREADY BE TAKEN: POST-HISTORY (READ FRONT TO BACK      *
005270*    BEFORE ANY KEYED READ), THE PENDING-POSTS FILE THE PUBLISH  *
005280*    STEP WILL SWEEP TONIGHT, AND THE YEARLY ARCHIVE, WHICH      *
005290*    HOLDS THE EARLY PARTS OF A SERIES THAT RAN ACROSS THE       *
005300*    YEAR-END PURGE.  NO PENDING FILE OR NO ARCHIVE IS NOTED     *
005310*    AND SKIPPED; ONE THAT WILL NOT OPEN LEAVES A WARNING.       *
005320******************************************************************
005330 1300-LOAD-SERIES-PARTS.
005340     MOVE ZEROES TO BE-PART-COUNT
005350     IF BE-HISTCHECK-ACTIVE
005360         MOVE "N" TO BE-LOAD-EOF-SWITCH
005370         PERFORM 1310-LOAD-ONE-HISTORY
005380             THRU 1310-LOAD-ONE-HISTORY-EXIT
005390             UNTIL BE-END-OF-LOAD
005400     END-IF
005410     OPEN INPUT PENDING-FILE
005420     EVALUATE TRUE
005430         WHEN BE-PENDIN-OK
005440             MOVE "N" TO BE-LOAD-EOF-SWITCH
005450             PERFORM 1320-LOAD-ONE-PENDING
005460                 THRU 1320-LOAD-ONE-PENDING-EXIT
005470                 UNTIL BE-END-OF-LOAD
005480             CLOSE PENDING-FILE
005490         WHEN BE-PENDIN-NOT-FOUND
005500             DISPLAY "BLOGEDIT: NO PENDING-POSTS FILE -- NO HELD "
005510                 "SERIES PARTS TO CHECK AGAINST"
005520         WHEN OTHER
005530             DISPLAY "BLOGEDIT: UNABLE TO OPEN PENDING-FILE, "
005540                 "STATUS = " BE-PENDIN-STATUS
005550                 " -- HELD SERIES PARTS NOT CHECKED"
005560             IF BE-RETURN-CODE < 4
005570                 MOVE 4 TO BE-RETURN-CODE
005580             END-IF
005590     END-EVALUATE
005600     OPEN INPUT HISTORY-ARCHIVE
005610     EVALUATE TRUE
005620         WHEN BE-PHARCH-OK
005630             MOVE "N" TO BE-LOAD-EOF-SWITCH
005640             PERFORM 1330-LOAD-ONE-ARCHIVE
005650                 THRU 1330-LOAD-ONE-ARCHIVE-EXIT
005660                 UNTIL BE-END-OF-LOAD
005670             CLOSE HISTORY-ARCHIVE
005680         WHEN BE-PHARCH-NOT-FOUND
005690             DISPLAY "BLOGEDIT: NO HISTORY-ARCHIVE -- ARCHIVED "
005700                 "SERIES PARTS NOT CHECKED"
005710         WHEN OTHER
005720             DISPLAY "BLOGEDIT: UNABLE TO OPEN HISTORY-ARCHIVE, "
005730                 "STATUS = " BE-PHARCH-STATUS
005740                 " -- ARCHIVED SERIES PARTS NOT CHECKED"
005750             IF BE-RETURN-CODE < 4
005760                 MOVE 4 TO BE-RETURN-CODE
005770             END-IF
005780     END-EVALUATE
005790     DISPLAY "BLOGEDIT: " BE-LOAD-COUNT
005800         " SERIES PARTS ALREADY TAKEN"
005810     MOVE "N" TO BE-LOAD-EOF-SWITCH.
005820 1300-LOAD-SERIES-PARTS-EXIT.
005830     EXIT.
005840
005850 1310-LOAD-ONE-HISTORY.
005860     READ POST-HISTORY NEXT RECORD
005870         AT END
005880             MOVE "Y" TO BE-LOAD-EOF-SWITCH
005890             GO TO 1310-LOAD-ONE-HISTORY-EXIT
005900     END-READ
005910     IF PH-SERIES-CODE = SPACES
005920         OR PH-RETRACTED
005930         GO TO 1310-LOAD-ONE-HISTORY-EXIT
005940     END-IF
005950     MOVE PH-SERIES-CODE TO BE-LOAD-SERIES-CODE
005960     MOVE PH-SERIES-PART TO BE-LOAD-PART-NUMBER
005970     MOVE PH-POST-ID     TO BE-LOAD-POST-ID
005980     PERFORM 1350-ADD-PART-ENTRY
005990         THRU 1350-ADD-PART-ENTRY-EXIT.
006000 1310-LOAD-ONE-HISTORY-EXIT.
006010     EXIT.
006020
006030 1320-LOAD-ONE-PENDING.
006040     READ PENDING-FILE INTO PENDING-POST-RECORD
006050         AT END
006060             MOVE "Y" TO BE-LOAD-EOF-SWITCH
006070             GO TO 1320-LOAD-ONE-PENDING-EXIT
006080     END-READ
006090     IF PN-SERIES-CODE = SPACES
006100         GO TO 1320-LOAD-ONE-PENDING-EXIT
006110     END-IF
006120     MOVE PN-SERIES-CODE TO BE-LOAD-SERIES-CODE
006130     MOVE PN-SERIES-PART TO BE-LOAD-PART-NUMBER
006140     MOVE PN-POST-ID     TO BE-LOAD-POST-ID
006150     PERFORM 1350-ADD-PART-ENTRY
006160         THRU 1350-ADD-PART-ENTRY-EXIT.
006170 1320-LOAD-ONE-PENDING-EXIT.
006180     EXIT.
006190
006200 1330-LOAD-ONE-ARCHIVE.
006210     READ HISTORY-ARCHIVE INTO POST-HISTORY-RECORD
006220         AT END
006230             MOVE "Y" TO BE-LOAD-EOF-SWITCH
006240             GO TO 1330-LOAD-ONE-ARCHIVE-EXIT
006250     END-READ
006260     IF PH-SERIES-CODE = SPACES
006270         OR PH-RETRACTED
006280         GO TO 1330-LOAD-ONE-ARCHIVE-EXIT
006290     END-IF
006300     MOVE PH-SERIES-CODE TO BE-LOAD-SERIES-CODE
006310     MOVE PH-SERIES-PART TO BE-LOAD-PART-NUMBER
006320     MOVE PH-POST-ID     TO BE-LOAD-POST-ID
006330     PERFORM 1350-ADD-PART-ENTRY
006340         THRU 1350-ADD-PART-ENTRY-EXIT.
006350 1330-LOAD-ONE-ARCHIVE-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*    1350-ADD-PART-ENTRY                                         *
006400*    FILES ONE TAKEN SERIES PART.  ONCE THE TABLE IS FULL THE    *
006410*    DUPLICATE-PART CHECK CAN NO LONGER SEE EVERY PART, SO IT    *
006420*    SAYS SO ON SYSOUT AND LEAVES A WARNING RATHER THAN          *
006430*    REJECTING GOOD POSTS.                                       *
006440******************************************************************
006450 1350-ADD-PART-ENTRY.
006460     ADD 1 TO BE-LOAD-COUNT
006470     IF BE-PART-COUNT < BE-PART-TABLE-MAX
006480         ADD 1 TO BE-PART-COUNT
006490         MOVE BE-LOAD-SERIES-CODE
006500             TO BE-PART-SERIES-CODE (BE-PART-COUNT)
006510         MOVE BE-LOAD-PART-NUMBER
006520             TO BE-PART-NUMBER (BE-PART-COUNT)
006530         MOVE BE-LOAD-POST-ID
006540             TO BE-PART-POST-ID (BE-PART-COUNT)
006550         GO TO 1350-ADD-PART-ENTRY-EXIT
006560     END-IF
006570     IF NOT BE-PART-TABLE-FULL
006580         MOVE "Y" TO BE-PART-TABLE-FULL-SW
006590         DISPLAY "BLOGEDIT: SERIES PART TABLE FULL AT "
006600             BE-PART-TABLE-MAX " ENTRIES -- DUPLICATE PART "
006610             "CHECKING IS INCOMPLETE FOR THIS RUN"
006620         IF BE-RETURN-CODE < 4
006630             MOVE 4 TO BE-RETURN-CODE
006640         END-IF
006650     END-IF.
006660 1350-ADD-PART-ENTRY-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700*    2000-EDIT-POSTS                                            *
006710*    RUNS THE CURRENT FEED RECORD THROUGH EVERY EDIT.  THE        *
006720*    FIRST EDIT THAT FAILS SETS THE REASON AND THE REST ARE       *
006730*    SKIPPED, SO THE REPORT NAMES THE FIRST THING TO FIX.         *
006740******************************************************************
006750 2000-EDIT-POSTS.
006760     MOVE "Y" TO BE-EDIT-PASS-SWITCH
006770     MOVE SPACES TO BE-REJECT-REASON
006780     PERFORM 2200-VALIDATE-POST-ID
006790         THRU 2200-VALIDATE-POST-ID-EXIT
006800     IF BE-EDIT-PASSED
006810         PERFORM 2250-VALIDATE-CROSS-RUN
006820             THRU 2250-VALIDATE-CROSS-RUN-EXIT
006830     END-IF
006840     IF BE-EDIT-PASSED
006850         PERFORM 2300-VALIDATE-PUBLISH-DATE
006860             THRU 2300-VALIDATE-PUBLISH-DATE-EXIT
006870     END-IF
006880     IF BE-EDIT-PASSED
006890         PERFORM 2400-VALIDATE-WORD-COUNT
006900             THRU 2400-VALIDATE-WORD-COUNT-EXIT
006910     END-IF
006920     IF BE-EDIT-PASSED
006930         PERFORM 2500-VALIDATE-AUTHOR-ID
006940             THRU 2500-VALIDATE-AUTHOR-ID-EXIT
006950     END-IF
006960     IF BE-EDIT-PASSED
006970         PERFORM 2520-VALIDATE-BYLINES
006980             THRU 2520-VALIDATE-BYLINES-EXIT
006990     END-IF
007000     IF BE-EDIT-PASSED
007010         PERFORM 2550-VALIDATE-CATEGORY
007020             THRU 2550-VALIDATE-CATEGORY-EXIT
007030     END-IF
007040     IF BE-EDIT-PASSED
007050         PERFORM 2560-VALIDATE-SERIES
007060             THRU 2560-VALIDATE-SERIES-EXIT
007070     END-IF
007080     IF BE-EDIT-PASSED
007090         PERFORM 2600-WRITE-CLEAN-POST
007100             THRU 2600-WRITE-CLEAN-POST-EXIT
007110     ELSE
007120         PERFORM 2700-WRITE-REJECT-POST
007130             THRU 2700-WRITE-REJECT-POST-EXIT
007140     END-IF
007150     PERFORM 2100-READ-NEXT-POST
007160         THRU 2100-READ-NEXT-POST-EXIT.
007170 2000-EDIT-POSTS-EXIT.
007180     EXIT.
007190
007200 2100-READ-NEXT-POST.
007210     READ RAW-POST-FILE
007220         AT END
007230             MOVE "Y" TO BE-EOF-SWITCH
007240             GO TO 2100-READ-NEXT-POST-EXIT
007250     END-READ
007260     ADD 1 TO BE-POSTS-READ-COUNT.
007270 2100-READ-NEXT-POST-EXIT.
007280     EXIT.
007290
007300******************************************************************
007310*    2200-VALIDATE-POST-ID                                      *
007320*    THE POST ID MUST BE PRESENT AND MUST NOT REPEAT A POST ID    *
007330*    ALREADY ACCEPTED FROM TONIGHT'S FEED.  ONCE THE SEEN TABLE   *
007340*    IS FULL THE DUPLICATE CHECK IS SUSPENDED WITH A WARNING      *
007350*    RATHER THAN REJECTING GOOD POSTS.                           *
007360******************************************************************
007370 2200-VALIDATE-POST-ID.
007380     IF BP-POST-ID = SPACES
007390         MOVE "N" TO BE-EDIT-PASS-SWITCH
007400         MOVE "POST ID MISSING" TO BE-REJECT-REASON
007410         GO TO 2200-VALIDATE-POST-ID-EXIT
007420     END-IF
007430     IF BE-SEEN-COUNT = ZEROES
007440         GO TO 2200-VALIDATE-POST-ID-EXIT
007450     END-IF
007460     MOVE "N" TO BE-DUP-FOUND-SWITCH
007470     SET BE-SEEN-IDX TO 1
007480     SEARCH BE-SEEN-ENTRY
007490         AT END
007500             CONTINUE
007510         WHEN BE-SEEN-POST-ID (BE-SEEN-IDX) = BP-POST-ID
007520             MOVE "Y" TO BE-DUP-FOUND-SWITCH
007530     END-SEARCH
007540     IF BE-DUPLICATE-FOUND
007550         MOVE "N" TO BE-EDIT-PASS-SWITCH
007560         MOVE "DUPLICATE POST ID IN FEED" TO BE-REJECT-REASON
007570     END-IF.
007580 2200-VALIDATE-POST-ID-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620*    2250-VALIDATE-CROSS-RUN                                    *
007630*    A POST ID ALREADY ON THE POST-HISTORY MASTER WAS PUBLISHED   *
007640*    ON A PRIOR NIGHT - LETTING IT THROUGH WOULD RE-EXPORT THE    *
007650*    POST TO THE CMS AND PAY ITS WORDS AGAIN, SO IT REJECTS       *
007660*    UNLESS THE DESK DELIBERATELY MARKED THE RECORD AS A          *
007670*    RESUBMIT.  A RESUBMIT MARKER ON A POST HISTORY HAS NEVER     *
007680*    SEEN IS NOISE AND REJECTS, SO A STRAY R CANNOT LINGER ON     *
007690*    FEED RECORDS UNNOTICED.                                     *
007700******************************************************************
007710 2250-VALIDATE-CROSS-RUN.
007720     IF NOT BE-HISTCHECK-ACTIVE
007730         GO TO 2250-VALIDATE-CROSS-RUN-EXIT
007740     END-IF
007750     MOVE BP-POST-ID TO PH-POST-ID
007760     READ POST-HISTORY
007770         INVALID KEY
007780             IF BP-RESUBMIT-MARKED
007790                 MOVE "N" TO BE-EDIT-PASS-SWITCH
007800                 MOVE "RESUBMIT MARK BUT POST NOT ON HISTORY"
007810                     TO BE-REJECT-REASON
007820             END-IF
007830             GO TO 2250-VALIDATE-CROSS-RUN-EXIT
007840     END-READ
007850     IF BP-RESUBMIT-MARKED
007860         ADD 1 TO BE-RESUBMIT-COUNT
007870         DISPLAY "BLOGEDIT: POST " BP-POST-ID " RESUBMITTED BY "
007880             "THE DESK -- PRIOR HISTORY WILL BE REPLACED"
007890     ELSE
007900         MOVE "N" TO BE-EDIT-PASS-SWITCH
007910         MOVE "POST ALREADY PUBLISHED ON PRIOR NIGHT"
007920             TO BE-REJECT-REASON
007930     END-IF.
007940 2250-VALIDATE-CROSS-RUN-EXIT.
007950     EXIT.
007960
007970******************************************************************
007980*    2300-VALIDATE-PUBLISH-DATE                                 *
007990*    THE PUBLISH DATE MUST BE NUMERIC AND A REAL CALENDAR DATE.   *
008000*    A FUTURE DATE IS ACCEPTED - SCHEDULING POSTS AHEAD IS AN     *
008010*    EDITORIAL DECISION, NOT A FEED ERROR.                       *
008020******************************************************************
008030 2300-VALIDATE-PUBLISH-DATE.
008040     IF BP-PUBLISH-DATE NOT NUMERIC
008050         MOVE "N" TO BE-EDIT-PASS-SWITCH
008060         MOVE "PUBLISH DATE NOT NUMERIC" TO BE-REJECT-REASON
008070         GO TO 2300-VALIDATE-PUBLISH-DATE-EXIT
008080     END-IF
008090     IF BP-PUB-MONTH < 1 OR BP-PUB-MONTH > 12
008100         MOVE "N" TO BE-EDIT-PASS-SWITCH
008110         MOVE "INVALID PUBLISH MONTH" TO BE-REJECT-REASON
008120         GO TO 2300-VALIDATE-PUBLISH-DATE-EXIT
008130     END-IF
008140     IF BP-PUB-YEAR < 2000
008150         MOVE "N" TO BE-EDIT-PASS-SWITCH
008160         MOVE "INVALID PUBLISH YEAR" TO BE-REJECT-REASON
008170         GO TO 2300-VALIDATE-PUBLISH-DATE-EXIT
008180     END-IF
008190     MOVE BE-DIM-ENTRY (BP-PUB-MONTH) TO BE-MAX-DAYS-THIS-MONTH
008200     IF BP-PUB-MONTH = 2 AND FUNCTION MOD (BP-PUB-YEAR, 4) = 0
008210             AND (FUNCTION MOD (BP-PUB-YEAR, 100) NOT = 0
008220                 OR FUNCTION MOD (BP-PUB-YEAR, 400) = 0)
008230         MOVE 29 TO BE-MAX-DAYS-THIS-MONTH
008240     END-IF
008250     IF BP-PUB-DAY < 1 OR BP-PUB-DAY > BE-MAX-DAYS-THIS-MONTH
008260         MOVE "N" TO BE-EDIT-PASS-SWITCH
008270         MOVE "INVALID PUBLISH DAY FOR MONTH" TO BE-REJECT-REASON
008280         GO TO 2300-VALIDATE-PUBLISH-DATE-EXIT
008290     END-IF.
008300 2300-VALIDATE-PUBLISH-DATE-EXIT.
008310     EXIT.
008320
008330 2400-VALIDATE-WORD-COUNT.
008340     IF BP-WORD-COUNT NOT NUMERIC
008350         MOVE "N" TO BE-EDIT-PASS-SWITCH
008360         MOVE "WORD COUNT NOT NUMERIC" TO BE-REJECT-REASON
008370         GO TO 2400-VALIDATE-WORD-COUNT-EXIT
008380     END-IF
008390     IF BP-WORD-COUNT = ZEROES
008400         MOVE "N" TO BE-EDIT-PASS-SWITCH
008410         MOVE "WORD COUNT IS ZERO" TO BE-REJECT-REASON
008420         GO TO 2400-VALIDATE-WORD-COUNT-EXIT
008430     END-IF.
008440 2400-VALIDATE-WORD-COUNT-EXIT.
008450     EXIT.
008460
008470 2500-VALIDATE-AUTHOR-ID.
008480     IF BP-AUTHOR-ID = SPACES
008490         MOVE "N" TO BE-EDIT-PASS-SWITCH
008500         MOVE "AUTHOR ID MISSING" TO BE-REJECT-REASON
008510         GO TO 2500-VALIDATE-AUTHOR-ID-EXIT
008520     END-IF
008530     MOVE BP-AUTHOR-ID TO AR-AUTHOR-ID
008540     READ AUTHOR-MASTER
008550         INVALID KEY
008560             MOVE "N" TO BE-EDIT-PASS-SWITCH
008570             MOVE "AUTHOR ID NOT ON AUTHOR-MASTER"
008580                 TO BE-REJECT-REASON
008590     END-READ.
008600 2500-VALIDATE-AUTHOR-ID-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    2520-VALIDATE-BYLINES                                      *
008650*    A SINGLE-BYLINE POST (NO CO-AUTHOR IDS) PASSES WITH BLANK    *
008660*    OR ZERO SHARES - THE FIRST AUTHOR KEEPS EVERYTHING, AS       *
008670*    EVERY POST DID BEFORE CO-BYLINES EXISTED.  ONCE A            *
008680*    CO-AUTHOR APPEARS, EVERY BYLINE NEEDS A NUMERIC NONZERO      *
008690*    SHARE, EVERY CO-AUTHOR MUST BE ON AUTHOR-MASTER, AND THE     *
008700*    SHARES MUST SUM TO EXACTLY 100.                              *
008710******************************************************************
008720 2520-VALIDATE-BYLINES.
008730     IF BP-CO-AUTHOR-ID (1) = SPACES
008740         AND BP-CO-AUTHOR-ID (2) = SPACES
008750         IF BP-SHARE-PCT NUMERIC
008760             AND BP-SHARE-PCT NOT = 100
008770             AND BP-SHARE-PCT NOT = ZEROES
008780             MOVE "N" TO BE-EDIT-PASS-SWITCH
008790             MOVE "SINGLE-BYLINE SHARE NOT 100"
008800                 TO BE-REJECT-REASON
008810         END-IF
008820         GO TO 2520-VALIDATE-BYLINES-EXIT
008830     END-IF
008840     IF BP-SHARE-PCT NOT NUMERIC
008850         OR BP-SHARE-PCT = ZEROES
008860         MOVE "N" TO BE-EDIT-PASS-SWITCH
008870         MOVE "FIRST-BYLINE SHARE MISSING OR ZERO"
008880             TO BE-REJECT-REASON
008890         GO TO 2520-VALIDATE-BYLINES-EXIT
008900     END-IF
008910     MOVE BP-SHARE-PCT TO BE-SHARE-TOTAL
008920     PERFORM 2530-VALIDATE-ONE-COBYLINE
008930         THRU 2530-VALIDATE-ONE-COBYLINE-EXIT
008940         VARYING BE-BYLINE-IDX FROM 1 BY 1
008950         UNTIL BE-BYLINE-IDX > 2
008960             OR BE-EDIT-FAILED
008970     IF BE-EDIT-PASSED
008980         AND BE-SHARE-TOTAL NOT = 100
008990         MOVE "N" TO BE-EDIT-PASS-SWITCH
009000         MOVE "BYLINE SHARES DO NOT SUM TO 100"
009010             TO BE-REJECT-REASON
009020     END-IF.
009030 2520-VALIDATE-BYLINES-EXIT.
009040     EXIT.
009050
009060 2530-VALIDATE-ONE-COBYLINE.
009070     IF BP-CO-AUTHOR-ID (BE-BYLINE-IDX) = SPACES
009080         IF BP-CO-SHARE-PCT (BE-BYLINE-IDX) NUMERIC
009090             AND BP-CO-SHARE-PCT (BE-BYLINE-IDX) > ZEROES
009100             MOVE "N" TO BE-EDIT-PASS-SWITCH
009110             MOVE "SHARE GIVEN WITHOUT CO-AUTHOR ID"
009120                 TO BE-REJECT-REASON
009130         END-IF
009140         GO TO 2530-VALIDATE-ONE-COBYLINE-EXIT
009150     END-IF
009160     IF BP-CO-SHARE-PCT (BE-BYLINE-IDX) NOT NUMERIC
009170         OR BP-CO-SHARE-PCT (BE-BYLINE-IDX) = ZEROES
009180         MOVE "N" TO BE-EDIT-PASS-SWITCH
009190         MOVE "CO-AUTHOR SHARE MISSING OR ZERO"
009200             TO BE-REJECT-REASON
009210         GO TO 2530-VALIDATE-ONE-COBYLINE-EXIT
009220     END-IF
009230     ADD BP-CO-SHARE-PCT (BE-BYLINE-IDX) TO BE-SHARE-TOTAL
009240     MOVE BP-CO-AUTHOR-ID (BE-BYLINE-IDX) TO AR-AUTHOR-ID
009250     READ AUTHOR-MASTER
009260         INVALID KEY
009270             MOVE "N" TO BE-EDIT-PASS-SWITCH
009280             MOVE "CO-AUTHOR ID NOT ON AUTHOR-MASTER"
009290                 TO BE-REJECT-REASON
009300     END-READ.
009310 2530-VALIDATE-ONE-COBYLINE-EXIT.
009320     EXIT.
009330
009340******************************************************************
009350*    2550-VALIDATE-CATEGORY                                     *
009360*    THE DESK'S CATEGORY CODE MUST BE PRESENT, ON THE CATEGORY    *
009370*    REFERENCE FILE, AND STILL ACTIVE THERE.  A RETIRED CODE      *
009380*    REJECTS THE SAME WAY AN UNKNOWN ONE DOES, SO THE DESK        *
009390*    HEARS ABOUT IT THE NIGHT IT HAPPENS.                        *
009400******************************************************************
009410 2550-VALIDATE-CATEGORY.
009420     IF BP-CATEGORY-CODE = SPACES
009430         MOVE "N" TO BE-EDIT-PASS-SWITCH
009440         MOVE "CATEGORY CODE MISSING" TO BE-REJECT-REASON
009450         GO TO 2550-VALIDATE-CATEGORY-EXIT
009460     END-IF
009470     MOVE BP-CATEGORY-CODE TO CG-CATEGORY-CODE
009480     READ CATEGORY-FILE
009490         INVALID KEY
009500             MOVE "N" TO BE-EDIT-PASS-SWITCH
009510             MOVE "CATEGORY NOT ON CATEGORY FILE"
009520                 TO BE-REJECT-REASON
009530             GO TO 2550-VALIDATE-CATEGORY-EXIT
009540     END-READ
009550     IF CG-CATEGORY-INACTIVE
009560         MOVE "N" TO BE-EDIT-PASS-SWITCH
009570         MOVE "CATEGORY IS INACTIVE" TO BE-REJECT-REASON
009580         GO TO 2550-VALIDATE-CATEGORY-EXIT
009590     END-IF.
009600 2550-VALIDATE-CATEGORY-EXIT.
009610     EXIT.
009620
009630******************************************************************
009640*    2560-VALIDATE-SERIES                                        *
009650*    A STAND-ALONE POST CARRIES NO SERIES CODE AND A BLANK OR    *
009660*    ZERO PART.  A SERIES PART MUST NAME A SERIES ON THE SERIES  *
009670*    REFERENCE FILE THAT IS STILL OPEN, CARRY A PART NUMBER      *
009680*    FROM 01 UP TO THE SERIES' PLANNED PART COUNT, AND NOT       *
009690*    REPEAT A PART ANOTHER POST HAS ALREADY TAKEN.  THE DESK     *
009700*    EXTENDS THE PLANNED COUNT ON THE SERIES FILE WHEN A SERIES  *
009710*    GROWS.                                                      *
009720******************************************************************
009730 2560-VALIDATE-SERIES.
009740     IF BP-SERIES-CODE = SPACES
009750         IF BP-SERIES-PART NUMERIC
009760             AND BP-SERIES-PART > ZEROES
009770             MOVE "N" TO BE-EDIT-PASS-SWITCH
009780             MOVE "SERIES PART GIVEN WITHOUT SERIES CODE"
009790                 TO BE-REJECT-REASON
009800         END-IF
009810         GO TO 2560-VALIDATE-SERIES-EXIT
009820     END-IF
009830     MOVE BP-SERIES-CODE TO SE-SERIES-CODE
009840     READ SERIES-FILE
009850         INVALID KEY
009860             MOVE "N" TO BE-EDIT-PASS-SWITCH
009870             MOVE "SERIES NOT ON SERIES FILE"
009880                 TO BE-REJECT-REASON
009890             GO TO 2560-VALIDATE-SERIES-EXIT
009900     END-READ
009910     IF SE-SERIES-CLOSED
009920         MOVE "N" TO BE-EDIT-PASS-SWITCH
009930         MOVE "SERIES IS CLOSED" TO BE-REJECT-REASON
009940         GO TO 2560-VALIDATE-SERIES-EXIT
009950     END-IF
009960     IF BP-SERIES-PART NOT NUMERIC
009970         OR BP-SERIES-PART = ZEROES
009980         MOVE "N" TO BE-EDIT-PASS-SWITCH
009990         MOVE "SERIES PART NUMBER MISSING OR ZERO"
010000             TO BE-REJECT-REASON
010010         GO TO 2560-VALIDATE-SERIES-EXIT
010020     END-IF
010030     IF BP-SERIES-PART > SE-PLANNED-PARTS
010040         MOVE "N" TO BE-EDIT-PASS-SWITCH
010050         MOVE "PART NUMBER PAST THE PLANNED PART COUNT"
010060             TO BE-REJECT-REASON
010070         GO TO 2560-VALIDATE-SERIES-EXIT
010080     END-IF
010090     IF BE-PART-COUNT = ZEROES
010100         GO TO 2560-VALIDATE-SERIES-EXIT
010110     END-IF
010120     MOVE "N" TO BE-PART-FOUND-SWITCH
010130     SET BE-PART-IDX TO 1
010140     SEARCH BE-PART-ENTRY
010150         AT END
010160             CONTINUE
010170         WHEN BE-PART-SERIES-CODE (BE-PART-IDX) = BP-SERIES-CODE
010180             AND BE-PART-NUMBER (BE-PART-IDX) = BP-SERIES-PART
010190             AND BE-PART-POST-ID (BE-PART-IDX) NOT = BP-POST-ID
010200             MOVE "Y" TO BE-PART-FOUND-SWITCH
010210     END-SEARCH
010220     IF BE-PART-TAKEN
010230         MOVE "N" TO BE-EDIT-PASS-SWITCH
010240         MOVE SPACES TO BE-REJECT-REASON
010250         STRING "DUPLICATE SERIES PART, SEE POST "
010260                                        DELIMITED BY SIZE
010270             BE-PART-POST-ID (BE-PART-IDX)
010280                                        DELIMITED BY SIZE
010290             INTO BE-REJECT-REASON
010300         END-STRING
010310     END-IF.
010320 2560-VALIDATE-SERIES-EXIT.
010330     EXIT.
010340
010350 2600-WRITE-CLEAN-POST.
010360     WRITE CP-POST-RECORD FROM BLOG-POST-RECORD
010370     ADD 1 TO BE-POSTS-CLEAN-COUNT
010380     IF BP-SERIES-CODE NOT = SPACES
010390         MOVE BP-SERIES-CODE TO BE-LOAD-SERIES-CODE
010400         MOVE BP-SERIES-PART TO BE-LOAD-PART-NUMBER
010410         MOVE BP-POST-ID     TO BE-LOAD-POST-ID
010420         PERFORM 1350-ADD-PART-ENTRY
010430             THRU 1350-ADD-PART-ENTRY-EXIT
010440     END-IF
010450     IF BE-SEEN-COUNT < BE-SEEN-TABLE-MAX
010460         ADD 1 TO BE-SEEN-COUNT
010470         MOVE BP-POST-ID
010480             TO BE-SEEN-POST-ID (BE-SEEN-COUNT)
010490     ELSE
010500         IF NOT BE-DUP-TABLE-FULL
010510             MOVE "Y" TO BE-DUP-TABLE-FULL-SW
010520             DISPLAY "BLOGEDIT: SEEN-POST TABLE FULL AT "
010530                 BE-SEEN-TABLE-MAX " ENTRIES -- DUPLICATE "
010540                 "CHECKING SUSPENDED FOR THE REST OF THE FEED"
010550             IF BE-RETURN-CODE < 4
010560                 MOVE 4 TO BE-RETURN-CODE
010570             END-IF
010580         END-IF
010590     END-IF.
010600 2600-WRITE-CLEAN-POST-EXIT.
010610     EXIT.
010620
010630******************************************************************
010640*    2700-WRITE-REJECT-POST                                     *
010650*    THE REJECT FILE CARRIES THE RECORD EXACTLY AS IT ARRIVED,    *
010660*    IN THE FEED LAYOUT, SO A CORRECTED COPY CAN GO STRAIGHT      *
010670*    BACK INTO THE NEXT NIGHT'S RAW FEED.  THE REASON PRINTS ON   *
010680*    THE REJECT REPORT ONLY.                                     *
010690******************************************************************
010700 2700-WRITE-REJECT-POST.
010710     WRITE RJ-POST-RECORD FROM BLOG-POST-RECORD
010720     ADD 1 TO BE-POSTS-REJECT-COUNT
010730     PERFORM 5000-WRITE-REPORT-LINE
010740         THRU 5000-WRITE-REPORT-LINE-EXIT.
010750 2700-WRITE-REJECT-POST-EXIT.
010760     EXIT.
010770
010780 5000-WRITE-REPORT-LINE.
010790     IF BE-LINE-COUNT NOT LESS THAN BE-LINES-PER-PAGE
010800         PERFORM 5100-PRINT-PAGE-HEADERS
010810             THRU 5100-PRINT-PAGE-HEADERS-EXIT
010820     END-IF
010830     MOVE BP-POST-ID        TO BE-RPT-POST-ID
010840     MOVE BP-AUTHOR-ID      TO BE-RPT-AUTHOR-ID
010850     STRING BP-PUB-MONTH        DELIMITED BY SIZE
010860         "/"                    DELIMITED BY SIZE
010870         BP-PUB-DAY             DELIMITED BY SIZE
010880         "/"                    DELIMITED BY SIZE
010890         BP-PUB-YEAR            DELIMITED BY SIZE
010900         INTO BE-RPT-PUB-DATE
010910     END-STRING
010920     MOVE BP-WORD-COUNT     TO BE-RPT-WORD-COUNT
010930     MOVE BP-TITLE          TO BE-RPT-TITLE
010940     MOVE BE-REJECT-REASON  TO BE-RPT-REASON
010950     WRITE RR-PRINT-LINE FROM BE-RPT-DETAIL-LINE
010960     ADD 1 TO BE-LINE-COUNT.
010970 5000-WRITE-REPORT-LINE-EXIT.
010980     EXIT.
010990
011000 5100-PRINT-PAGE-HEADERS.
011010     ADD 1 TO BE-PAGE-COUNT
011020     MOVE BE-PAGE-COUNT TO BE-RPT-PAGE-NO
011030     MOVE BE-CURR-MONTH TO BE-RPT-RUN-MONTH
011040     MOVE BE-CURR-DAY   TO BE-RPT-RUN-DAY
011050     MOVE BE-CURR-YEAR  TO BE-RPT-RUN-YEAR
011060     IF BE-PAGE-COUNT > 1
011070         WRITE RR-PRINT-LINE FROM SPACES
011080     END-IF
011090     WRITE RR-PRINT-LINE FROM BE-RPT-HEADER-1
011100     WRITE RR-PRINT-LINE FROM BE-RPT-HEADER-2
011110     MOVE ZEROES TO BE-LINE-COUNT.
011120 5100-PRINT-PAGE-HEADERS-EXIT.
011130     EXIT.
011140
011150******************************************************************
011160*    3000-PRINT-RUN-TOTALS                                      *
011170*    RUN TOTALS CLOSE THE REPORT.  THE HEADERS PRINT EVEN ON A    *
011180*    NIGHT WITH NO REJECTS SO THE EDITORIAL DESK SEES THE RUN     *
011190*    HAPPENED AND CAME UP CLEAN.                                 *
011200******************************************************************
011210 3000-PRINT-RUN-TOTALS.
011220     IF NOT BE-REJRPT-OK
011230         GO TO 3000-PRINT-RUN-TOTALS-EXIT
011240     END-IF
011250     IF BE-PAGE-COUNT = ZEROES
011260         PERFORM 5100-PRINT-PAGE-HEADERS
011270             THRU 5100-PRINT-PAGE-HEADERS-EXIT
011280     END-IF
011290     MOVE BE-POSTS-READ-COUNT   TO BE-RPT-TOTAL-READ
011300     MOVE BE-POSTS-CLEAN-COUNT  TO BE-RPT-TOTAL-CLEAN
011310     MOVE BE-POSTS-REJECT-COUNT TO BE-RPT-TOTAL-REJECTED
011320     WRITE RR-PRINT-LINE FROM SPACES
011330     WRITE RR-PRINT-LINE FROM BE-RPT-TOTAL-LINE-1
011340     WRITE RR-PRINT-LINE FROM BE-RPT-TOTAL-LINE-2
011350     WRITE RR-PRINT-LINE FROM BE-RPT-TOTAL-LINE-3
011360     MOVE BE-RESUBMIT-COUNT TO BE-RPT-TOTAL-RESUBMIT
011370     WRITE RR-PRINT-LINE FROM BE-RPT-TOTAL-LINE-4
011380     IF BE-POSTS-REJECT-COUNT > ZEROES
011390         AND BE-RETURN-CODE < 4
011400         MOVE 4 TO BE-RETURN-CODE
011410     END-IF.
011420 3000-PRINT-RUN-TOTALS-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460*    7000-WRITE-NIGHT-SUMMARY                                   *
011470*    APPENDS THE RUN'S RETURN CODE AND FEED COUNTS TO THE        *
011480*    NIGHT'S STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE          *
011490*    SUMMARY.  A LOG THAT CANNOT BE OPENED ONLY COSTS THE        *
011500*    SUMMARY LINE, NEVER THE EDIT RUN.                           *
011510******************************************************************
011520 7000-WRITE-NIGHT-SUMMARY.
011530     OPEN EXTEND NIGHT-LOG
011540     IF BE-NIGHTLOG-NOT-FOUND
011550         OPEN OUTPUT NIGHT-LOG
011560     END-IF
011570     IF NOT BE-NIGHTLOG-OK
011580         DISPLAY "BLOGEDIT: UNABLE TO OPEN NIGHT-LOG, "
011590             "STATUS = " BE-NIGHTLOG-STATUS
011600             " -- NO SUMMARY LINE THIS RUN"
011610         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
011620     END-IF
011630     MOVE SPACES                TO NIGHT-SUMMARY-RECORD
011640     MOVE "BLOGEDIT"            TO NS-PROGRAM-ID
011650     COMPUTE NS-RUN-DATE =
011660         BE-CURR-YEAR * 10000
011670             + BE-CURR-MONTH * 100 + BE-CURR-DAY
011680     MOVE BE-RETURN-CODE        TO NS-RETURN-CODE
011690     MOVE BE-POSTS-READ-COUNT   TO NS-COUNT-READ
011700     MOVE BE-POSTS-CLEAN-COUNT  TO NS-COUNT-GOOD
011710     MOVE BE-POSTS-REJECT-COUNT TO NS-COUNT-REJECT
011720     MOVE ZEROES                TO NS-COUNT-HELD
011730     MOVE ZEROES                TO NS-COUNT-RELEASED
011740     WRITE NIGHT-SUMMARY-RECORD
011750     CLOSE NIGHT-LOG.
011760 7000-WRITE-NIGHT-SUMMARY-EXIT.
011770     EXIT.
011780
011790 9999-TERMINATE.
011800     IF BE-RAWPOSTS-OK OR BE-RAWPOSTS-EOF
011810         CLOSE RAW-POST-FILE
011820     END-IF
011830     IF BE-AUTHMST-OK
011840         CLOSE AUTHOR-MASTER
011850     END-IF
011860     IF BE-CATFILE-OK
011870         CLOSE CATEGORY-FILE
011880     END-IF
011890     IF BE-SERFILE-OK
011900         CLOSE SERIES-FILE
011910     END-IF
011920     IF BE-HISTCHECK-ACTIVE
011930         CLOSE POST-HISTORY
011940     END-IF
011950     IF BE-CLEANPST-OK
011960         CLOSE CLEAN-POST-FILE
011970     END-IF
011980     IF BE-REJPOSTS-OK
011990         CLOSE REJECT-POST-FILE
012000     END-IF
012010     IF BE-REJRPT-OK
012020         CLOSE REJECT-REPORT
012030     END-IF.
012040 9999-TERMINATE-EXIT.
012050     EXIT.
