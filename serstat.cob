000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    SERSTAT                                       *
000040*    DESCRIPTION   POST SERIES STATUS REPORT.  LISTS EVERY OPEN  *
000050*                  SERIES ON THE SERIES REFERENCE FILE WITH ITS  *
000060*                  PLANNED PART COUNT AND HOW MANY OF THOSE      *
000070*                  PARTS HAVE BEEN PUBLISHED (POST-HISTORY AND   *
000080*                  THE PHSTPRG YEARLY ARCHIVE), HOW MANY ARE     *
000090*                  HELD ON TONIGHT'S PENDING-POSTS FILE AWAITING *
000100*                  THEIR PUBLISH DATE, AND HOW MANY ARE STILL    *
000110*                  MISSING, WITH THE DATE THE LAST PART WENT OUT *
000120*                  AND THE DAYS SINCE.  UNDER EACH SERIES A      *
000130*                  PARTS MAP SHOWS EACH PLANNED PART AS P        *
000140*                  (PUBLISHED), H (HELD) OR . (MISSING).  A      *
000150*                  RETRACTED PART COUNTS AS MISSING - THE SLOT   *
000160*                  IS OPEN AGAIN.  RUNS AT THE END OF BLGPOST0   *
000170*                  FOR THE EDITORIAL DESK.                       *
000180*                                                                *
000190*    RETURN CODES  0000 - REPORT PRINTED                         *
000200*                  0004 - THE ARCHIVE OR THE PENDING-POSTS FILE  *
000210*                         COULD NOT BE READ, OR THE SERIES TABLE *
000220*                         FILLED, AND THE REPORT IS INCOMPLETE   *
000230*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000240*                                                                *
000250*    MODIFICATION HISTORY                                        *
000260*    ----------------------------------------------------------  *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------  ----  -------------------------------------------*
000290*    2026-10-15  SDL  ORIGINAL PROGRAM.                          *
000300*    2026-10-15  SDL  ARCHIVE RECORD GROWN TO THE 141-BYTE       *
000310*                     POST-HISTORY LAYOUT; POST-HISTORY NOW      *
000320*                     DECLARES ITS AUTHOR/DATE AND PUBLISH-DATE  *
000330*                     ALTERNATE KEYS.                            *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     SERSTAT.
000370 AUTHOR.         SEBASTIAN DE LIMA.
000380 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000390 DATE-WRITTEN.   2026-10-15.
000400 DATE-COMPILED.  2026-10-15.
000410
000420******************************************************************
000430*    ENVIRONMENT DIVISION                                        *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    MACBOOK-PRO.
000490 OBJECT-COMPUTER.    MACBOOK-PRO.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SERIES-FILE      ASSIGN TO SERFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS SE-SERIES-CODE
000570         FILE STATUS IS SS-SERFILE-STATUS.
000580
000590     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS PH-POST-ID
000630         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000640             WITH DUPLICATES
000650         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000660             WITH DUPLICATES
000670         FILE STATUS IS SS-POSTHIST-STATUS.
000680
000690     SELECT HISTORY-ARCHIVE  ASSIGN TO PHARCH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS SS-PHARCH-STATUS.
000730
000740     SELECT PENDING-FILE     ASSIGN TO PENDIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS SS-PENDIN-STATUS.
000780
000790     SELECT STATUS-REPORT    ASSIGN TO SERRPT
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL
000820         FILE STATUS IS SS-SERRPT-STATUS.
000830
000840******************************************************************
000850*    DATA DIVISION                                               *
000860******************************************************************
000870 DATA DIVISION.
000880
000890 FILE SECTION.
000900 FD  SERIES-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY SERREC.
000930
000940 FD  POST-HISTORY
000950     LABEL RECORDS ARE STANDARD.
000960     COPY PHISTREC.
000970
000980 FD  HISTORY-ARCHIVE
000990     LABEL RECORDS ARE STANDARD.
001000 01  HA-ARCHIVE-RECORD           PIC X(141).
001010
001020 FD  PENDING-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  PI-PENDING-RECORD           PIC X(115).
001050
001060 FD  STATUS-REPORT
001070     LABEL RECORDS ARE STANDARD.
001080 01  SR-PRINT-LINE               PIC X(132).
001090
001100 WORKING-STORAGE SECTION.
001110******************************************************************
001120*    FILE STATUS SWITCHES                                        *
001130******************************************************************
001140 01  SS-SERFILE-STATUS       PIC X(02).
001150     88  SS-SERFILE-OK               VALUE "00".
001160     88  SS-SERFILE-EOF              VALUE "10".
001170
001180 01  SS-POSTHIST-STATUS      PIC X(02).
001190     88  SS-POSTHIST-OK              VALUE "00".
001200     88  SS-POSTHIST-EOF             VALUE "10".
001210
001220 01  SS-PHARCH-STATUS        PIC X(02).
001230     88  SS-PHARCH-OK                VALUE "00".
001240     88  SS-PHARCH-EOF               VALUE "10".
001250
001260 01  SS-PENDIN-STATUS        PIC X(02).
001270     88  SS-PENDIN-OK                VALUE "00".
001280     88  SS-PENDIN-EOF               VALUE "10".
001290     88  SS-PENDIN-NOT-FOUND         VALUE "35".
001300
001310 01  SS-SERRPT-STATUS        PIC X(02).
001320     88  SS-SERRPT-OK                VALUE "00".
001330
001340******************************************************************
001350*    PROGRAM SWITCHES                                            *
001360******************************************************************
001370 77  SS-SERFILE-EOF-SWITCH   PIC X(01) VALUE "N".
001380     88  SS-END-OF-SERIES            VALUE "Y".
001390
001400 77  SS-POSTHIST-EOF-SWITCH  PIC X(01) VALUE "N".
001410     88  SS-END-OF-HISTORY           VALUE "Y".
001420
001430 77  SS-PHARCH-EOF-SWITCH    PIC X(01) VALUE "N".
001440     88  SS-END-OF-ARCHIVE           VALUE "Y".
001450
001460 77  SS-PHARCH-OPEN-SWITCH   PIC X(01) VALUE "N".
001470     88  SS-PHARCH-OPEN              VALUE "Y".
001480
001490 77  SS-PENDIN-EOF-SWITCH    PIC X(01) VALUE "N".
001500     88  SS-END-OF-PENDING           VALUE "Y".
001510
001520 77  SS-PENDIN-OPEN-SWITCH   PIC X(01) VALUE "N".
001530     88  SS-PENDIN-OPEN              VALUE "Y".
001540
001550 77  SS-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
001560     88  SS-MATCH-FOUND              VALUE "Y".
001570
001580******************************************************************
001590*    RUN DATE.  DATES ARE COMPARED AS CCYYMMDD NUMBERS; DAY      *
001600*    COUNTS COME FROM THE INTEGER DATE.                          *
001610******************************************************************
001620 77  SS-RUN-INTEGER          PIC 9(07) VALUE ZEROES.
001630 77  SS-WORK-INTEGER         PIC 9(07) VALUE ZEROES.
001640 77  SS-POST-DATE-NUM        PIC 9(08) VALUE ZEROES.
001650 77  SS-SEEK-SERIES-CODE     PIC X(06) VALUE SPACES.
001660 77  SS-SEEK-PART            PIC 9(02) VALUE ZEROES.
001670 77  SS-PART-SUB             PIC 9(02) VALUE ZEROES.
001680
001690 01  SS-CURRENT-DATE-FIELDS.
001700     05  SS-RUN-DATE-NUM      PIC 9(08).
001710     05  FILLER               PIC X(13).
001720
001730******************************************************************
001740*    DATE CONVERSION.  A CCYYMMDD DATE MOVED IN HERE PRINTS AS   *
001750*    MM/DD/CCYY.                                                 *
001760******************************************************************
001770 01  SS-CONV-DATE-NUM        PIC 9(08) VALUE ZEROES.
001780 01  SS-CONV-DATE REDEFINES SS-CONV-DATE-NUM.
001790     05  SS-CONV-CCYY            PIC 9(04).
001800     05  SS-CONV-MM              PIC 9(02).
001810     05  SS-CONV-DD              PIC 9(02).
001820
001830 01  SS-PRINT-DATE.
001840     05  SS-PRT-MM               PIC 9(02).
001850     05  FILLER                  PIC X(01) VALUE "/".
001860     05  SS-PRT-DD               PIC 9(02).
001870     05  FILLER                  PIC X(01) VALUE "/".
001880     05  SS-PRT-CCYY             PIC 9(04).
001890
001900******************************************************************
001910*    SERIES TABLE - EVERY OPEN SERIES ON THE SERIES FILE, LOADED *
001920*    IN KEY ORDER AT STARTUP.  THE PASSES OVER HISTORY, THE      *
001930*    ARCHIVE AND THE PENDING-POSTS FILE MARK EACH PART'S STATE   *
001940*    IN THE PARTS MAP (SPACE UNTIL A POST IS FOUND FOR IT) AND   *
001950*    KEEP THE LATEST PUBLISH DATE AS CCYYMMDD.  A PART PUBLISHED *
001960*    STAYS PUBLISHED EVEN IF A COPY IS ALSO FOUND HELD.          *
001970******************************************************************
001980 77  SS-SERIES-TABLE-MAX     PIC 9(05) VALUE 00500.
001990 77  SS-SERIES-COUNT         PIC 9(05) VALUE ZEROES.
002000
002010 01  SS-SERIES-TABLE.
002020     05  SS-SERIES-ENTRY OCCURS 1 TO 500 TIMES
002030             DEPENDING ON SS-SERIES-COUNT
002040             ASCENDING KEY IS SS-TBL-SERIES-CODE
002050             INDEXED BY SS-SER-IDX.
002060         10  SS-TBL-SERIES-CODE      PIC X(06).
002070         10  SS-TBL-TITLE            PIC X(40).
002080         10  SS-TBL-PLANNED-PARTS    PIC 9(02).
002090         10  SS-TBL-OWNER-AUTHOR-ID  PIC X(06).
002100         10  SS-TBL-PUBLISHED        PIC 9(02).
002110         10  SS-TBL-HELD             PIC 9(02).
002120         10  SS-TBL-MISSING          PIC 9(02).
002130         10  SS-TBL-LAST-PART-DATE   PIC 9(08).
002140         10  SS-TBL-PARTS-MAP.
002150             15  SS-TBL-PART-STATE   PIC X(01) OCCURS 99 TIMES.
002160                 88  SS-PART-MISSING        VALUE SPACE.
002170                 88  SS-PART-PUBLISHED      VALUE "P".
002180                 88  SS-PART-HELD           VALUE "H".
002190
002200******************************************************************
002210*    PENDING-POSTS RECORD, READ INTO FROM THE HOLDING FILE       *
002220******************************************************************
002230 COPY PENDREC.
002240
002250******************************************************************
002260*    RUN TOTALS                                                  *
002270******************************************************************
002280 77  SS-SERIES-READ          PIC 9(05) VALUE ZEROES.
002290 77  SS-HISTORY-READ         PIC 9(07) VALUE ZEROES.
002300 77  SS-ARCHIVE-READ         PIC 9(07) VALUE ZEROES.
002310 77  SS-PENDING-READ         PIC 9(07) VALUE ZEROES.
002320 77  SS-PARTS-NOT-LISTED     PIC 9(07) VALUE ZEROES.
002330 77  SS-BAD-PART-NUMBERS     PIC 9(07) VALUE ZEROES.
002340
002350 77  SS-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002360
002370******************************************************************
002380*    STATUS REPORT CONTROLS AND PRINT LINES                      *
002390******************************************************************
002400 77  SS-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002410 77  SS-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002420 77  SS-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002430
002440 01  SS-RPT-HEADER-1.
002450     05  FILLER                  PIC X(36)
002460             VALUE "SERSTAT POST SERIES STATUS REPORT   ".
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  FILLER                  PIC X(06) VALUE "AS OF ".
002490     05  SS-RPT-HDR-DATE         PIC X(10).
002500     05  FILLER                  PIC X(05) VALUE SPACES.
002510     05  FILLER                  PIC X(05) VALUE "PAGE ".
002520     05  SS-RPT-PAGE-NO          PIC ZZ9.
002530
002540 01  SS-RPT-HEADER-2.
002550     05  FILLER                  PIC X(08) VALUE "SERIES".
002560     05  FILLER                  PIC X(42) VALUE "TITLE".
002570     05  FILLER                  PIC X(08) VALUE "OWNER".
002580     05  FILLER                  PIC X(06) VALUE "PLAN".
002590     05  FILLER                  PIC X(06) VALUE "PUBL".
002600     05  FILLER                  PIC X(06) VALUE "HELD".
002610     05  FILLER                  PIC X(06) VALUE "MISS".
002620     05  FILLER                  PIC X(12) VALUE "LAST PART".
002630     05  FILLER                  PIC X(10) VALUE "DAYS SINCE".
002640
002650 01  SS-RPT-DETAIL.
002660     05  SS-RPT-SERIES-CODE      PIC X(06).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  SS-RPT-TITLE            PIC X(40).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  SS-RPT-OWNER            PIC X(06).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  SS-RPT-PLANNED          PIC Z9.
002730     05  FILLER                  PIC X(04) VALUE SPACES.
002740     05  SS-RPT-PUBLISHED        PIC Z9.
002750     05  FILLER                  PIC X(04) VALUE SPACES.
002760     05  SS-RPT-HELD             PIC Z9.
002770     05  FILLER                  PIC X(04) VALUE SPACES.
002780     05  SS-RPT-MISSING          PIC Z9.
002790     05  FILLER                  PIC X(04) VALUE SPACES.
002800     05  SS-RPT-LAST-PART        PIC X(10).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  SS-RPT-DAYS-SINCE       PIC X(06).
002830
002840 01  SS-RPT-MAP-LINE.
002850     05  FILLER                  PIC X(08) VALUE SPACES.
002860     05  FILLER                  PIC X(07) VALUE "PARTS  ".
002870     05  SS-RPT-MAP              PIC X(99).
002880
002890 01  SS-RPT-DAYS-EDIT            PIC ZZZZZ9.
002900
002910 01  SS-RPT-NONE-LINE.
002920     05  FILLER                  PIC X(08) VALUE SPACES.
002930     05  FILLER                  PIC X(20)
002940             VALUE "(NO OPEN SERIES)".
002950
002960 01  SS-RPT-TOTAL-LINE-1.
002970     05  FILLER                  PIC X(26)
002980             VALUE "SERIES ON FILE..........: ".
002990     05  SS-RPT-TOT-SERIES       PIC ZZZZZZ9.
003000
003010 01  SS-RPT-TOTAL-LINE-2.
003020     05  FILLER                  PIC X(26)
003030             VALUE "OPEN SERIES LISTED......: ".
003040     05  SS-RPT-TOT-OPEN         PIC ZZZZZZ9.
003050
003060 01  SS-RPT-TOTAL-LINE-3.
003070     05  FILLER                  PIC X(26)
003080             VALUE "HISTORY POSTS READ......: ".
003090     05  SS-RPT-TOT-HISTORY      PIC ZZZZZZ9.
003100
003110 01  SS-RPT-TOTAL-LINE-4.
003120     05  FILLER                  PIC X(26)
003130             VALUE "ARCHIVED POSTS READ.....: ".
003140     05  SS-RPT-TOT-ARCHIVE      PIC ZZZZZZ9.
003150
003160 01  SS-RPT-TOTAL-LINE-5.
003170     05  FILLER                  PIC X(26)
003180             VALUE "HELD POSTS READ.........: ".
003190     05  SS-RPT-TOT-PENDING      PIC ZZZZZZ9.
003200
003210 01  SS-RPT-TOTAL-LINE-6.
003220     05  FILLER                  PIC X(26)
003230             VALUE "PARTS OF UNLISTED SERIES: ".
003240     05  SS-RPT-TOT-NOT-LISTED   PIC ZZZZZZ9.
003250
003260 01  SS-RPT-TOTAL-LINE-7.
003270     05  FILLER                  PIC X(26)
003280             VALUE "PARTS WITH BAD NUMBERS..: ".
003290     05  SS-RPT-TOT-BAD-PARTS    PIC ZZZZZZ9.
003300
003310******************************************************************
003320*    PROCEDURE DIVISION                                          *
003330******************************************************************
003340 PROCEDURE DIVISION.
003350
003360 0000-MAINLINE.
003370     PERFORM 1000-INITIALIZE
003380         THRU 1000-INITIALIZE-EXIT
003390     PERFORM 2000-ACCUMULATE-HISTORY
003400         THRU 2000-ACCUMULATE-HISTORY-EXIT
003410         UNTIL SS-END-OF-HISTORY
003420     PERFORM 2500-ACCUMULATE-ARCHIVE
003430         THRU 2500-ACCUMULATE-ARCHIVE-EXIT
003440         UNTIL SS-END-OF-ARCHIVE
003450     PERFORM 2700-ACCUMULATE-PENDING
003460         THRU 2700-ACCUMULATE-PENDING-EXIT
003470         UNTIL SS-END-OF-PENDING
003480     PERFORM 3000-TALLY-SERIES
003490         THRU 3000-TALLY-SERIES-EXIT
003500     PERFORM 4000-PRINT-REPORT
003510         THRU 4000-PRINT-REPORT-EXIT
003520     PERFORM 9999-TERMINATE
003530         THRU 9999-TERMINATE-EXIT
003540     MOVE SS-RETURN-CODE TO RETURN-CODE
003550     STOP RUN.
003560
003570******************************************************************
003580*    1000-INITIALIZE                                             *
003590*    SETS THE RUN DATE, OPENS THE FILES AND LOADS THE OPEN       *
003600*    SERIES.  THE ARCHIVE IS OPTIONAL: WITHOUT IT THE REPORT     *
003610*    STILL PRINTS, BUT THE EARLY PARTS OF A SERIES THAT RAN      *
003620*    ACROSS THE YEAR-END PURGE SHOW AS MISSING, SO THE RUN ENDS  *
003630*    RC 4.  NO PENDING-POSTS FILE JUST MEANS NOTHING IS HELD.    *
003640******************************************************************
003650 1000-INITIALIZE.
003660     MOVE FUNCTION CURRENT-DATE TO SS-CURRENT-DATE-FIELDS
003670     COMPUTE SS-RUN-INTEGER =
003680         FUNCTION INTEGER-OF-DATE (SS-RUN-DATE-NUM)
003690     MOVE "Y" TO SS-POSTHIST-EOF-SWITCH
003700     MOVE "Y" TO SS-PHARCH-EOF-SWITCH
003710     MOVE "Y" TO SS-PENDIN-EOF-SWITCH
003720     OPEN INPUT SERIES-FILE
003730     IF NOT SS-SERFILE-OK
003740         DISPLAY "SERSTAT: UNABLE TO OPEN SERIES-FILE, "
003750             "STATUS = " SS-SERFILE-STATUS
003760         MOVE 12 TO SS-RETURN-CODE
003770         GO TO 1000-INITIALIZE-EXIT
003780     END-IF
003790     OPEN INPUT POST-HISTORY
003800     IF NOT SS-POSTHIST-OK
003810         DISPLAY "SERSTAT: UNABLE TO OPEN POST-HISTORY, "
003820             "STATUS = " SS-POSTHIST-STATUS
003830         MOVE 12 TO SS-RETURN-CODE
003840         GO TO 1000-INITIALIZE-EXIT
003850     END-IF
003860     OPEN OUTPUT STATUS-REPORT
003870     IF NOT SS-SERRPT-OK
003880         DISPLAY "SERSTAT: UNABLE TO OPEN STATUS-REPORT, "
003890             "STATUS = " SS-SERRPT-STATUS
003900         MOVE 12 TO SS-RETURN-CODE
003910         GO TO 1000-INITIALIZE-EXIT
003920     END-IF
003930     OPEN INPUT HISTORY-ARCHIVE
003940     IF NOT SS-PHARCH-OK
003950         DISPLAY "SERSTAT: UNABLE TO OPEN HISTORY-ARCHIVE, "
003960             "STATUS = " SS-PHARCH-STATUS
003970             " -- ARCHIVED PARTS NOT COUNTED"
003980         MOVE 4 TO SS-RETURN-CODE
003990     ELSE
004000         MOVE "Y" TO SS-PHARCH-OPEN-SWITCH
004010         MOVE "N" TO SS-PHARCH-EOF-SWITCH
004020     END-IF
004030     OPEN INPUT PENDING-FILE
004040     EVALUATE TRUE
004050         WHEN SS-PENDIN-OK
004060             MOVE "Y" TO SS-PENDIN-OPEN-SWITCH
004070             MOVE "N" TO SS-PENDIN-EOF-SWITCH
004080         WHEN SS-PENDIN-NOT-FOUND
004090             DISPLAY "SERSTAT: NO PENDING-POSTS FILE -- NO PARTS "
004100                 "HELD"
004110         WHEN OTHER
004120             DISPLAY "SERSTAT: UNABLE TO OPEN PENDING-FILE, "
004130                 "STATUS = " SS-PENDIN-STATUS
004140                 " -- HELD PARTS NOT COUNTED"
004150             MOVE 4 TO SS-RETURN-CODE
004160     END-EVALUATE
004170     MOVE "N" TO SS-POSTHIST-EOF-SWITCH
004180     PERFORM 1500-LOAD-SERIES-TABLE
004190         THRU 1500-LOAD-SERIES-TABLE-EXIT
004200     PERFORM 2100-READ-NEXT-HISTORY
004210         THRU 2100-READ-NEXT-HISTORY-EXIT
004220     IF SS-PHARCH-OPEN
004230         PERFORM 2600-READ-NEXT-ARCHIVE
004240             THRU 2600-READ-NEXT-ARCHIVE-EXIT
004250     END-IF
004260     IF SS-PENDIN-OPEN
004270         PERFORM 2800-READ-NEXT-PENDING
004280             THRU 2800-READ-NEXT-PENDING-EXIT
004290     END-IF.
004300 1000-INITIALIZE-EXIT.
004310     EXIT.
004320
004330 1500-LOAD-SERIES-TABLE.
004340     PERFORM 1550-LOAD-ONE-SERIES
004350         THRU 1550-LOAD-ONE-SERIES-EXIT
004360         UNTIL SS-END-OF-SERIES
004370             OR SS-SERIES-COUNT NOT LESS THAN SS-SERIES-TABLE-MAX
004380     IF NOT SS-END-OF-SERIES
004390         DISPLAY "SERSTAT: SERIES TABLE FULL AT "
004400             SS-SERIES-TABLE-MAX " ENTRIES -- SERIES FILE HAS "
004410             "ADDITIONAL RECORDS THAT WERE NOT REPORTED"
004420         IF SS-RETURN-CODE < 4
004430             MOVE 4 TO SS-RETURN-CODE
004440         END-IF
004450     END-IF.
004460 1500-LOAD-SERIES-TABLE-EXIT.
004470     EXIT.
004480
004490 1550-LOAD-ONE-SERIES.
004500     READ SERIES-FILE
004510         AT END
004520             MOVE "Y" TO SS-SERFILE-EOF-SWITCH
004530             GO TO 1550-LOAD-ONE-SERIES-EXIT
004540     END-READ
004550     ADD 1 TO SS-SERIES-READ
004560     IF NOT SE-SERIES-OPEN
004570         GO TO 1550-LOAD-ONE-SERIES-EXIT
004580     END-IF
004590     ADD 1 TO SS-SERIES-COUNT
004600     MOVE SE-SERIES-CODE TO SS-TBL-SERIES-CODE (SS-SERIES-COUNT)
004610     MOVE SE-TITLE       TO SS-TBL-TITLE (SS-SERIES-COUNT)
004620     MOVE SE-PLANNED-PARTS
004630         TO SS-TBL-PLANNED-PARTS (SS-SERIES-COUNT)
004640     MOVE SE-OWNER-AUTHOR-ID
004650         TO SS-TBL-OWNER-AUTHOR-ID (SS-SERIES-COUNT)
004660     MOVE ZEROES TO SS-TBL-PUBLISHED (SS-SERIES-COUNT)
004670     MOVE ZEROES TO SS-TBL-HELD (SS-SERIES-COUNT)
004680     MOVE ZEROES TO SS-TBL-MISSING (SS-SERIES-COUNT)
004690     MOVE ZEROES TO SS-TBL-LAST-PART-DATE (SS-SERIES-COUNT)
004700     MOVE SPACES TO SS-TBL-PARTS-MAP (SS-SERIES-COUNT).
004710 1550-LOAD-ONE-SERIES-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750*    2000-ACCUMULATE-HISTORY                                     *
004760*    MARKS EACH PUBLISHED SERIES PART ON POST-HISTORY.  A        *
004770*    RETRACTED PART IS PASSED OVER AND SO STAYS MISSING.         *
004780******************************************************************
004790 2000-ACCUMULATE-HISTORY.
004800     PERFORM 2300-CREDIT-PUBLISHED-PART
004810         THRU 2300-CREDIT-PUBLISHED-PART-EXIT
004820     PERFORM 2100-READ-NEXT-HISTORY
004830         THRU 2100-READ-NEXT-HISTORY-EXIT.
004840 2000-ACCUMULATE-HISTORY-EXIT.
004850     EXIT.
004860
004870 2100-READ-NEXT-HISTORY.
004880     READ POST-HISTORY
004890         AT END
004900             MOVE "Y" TO SS-POSTHIST-EOF-SWITCH
004910             GO TO 2100-READ-NEXT-HISTORY-EXIT
004920     END-READ
004930     ADD 1 TO SS-HISTORY-READ.
004940 2100-READ-NEXT-HISTORY-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*    2300-CREDIT-PUBLISHED-PART                                  *
004990*    MARKS THE CURRENT HISTORY POST'S PART PUBLISHED AND KEEPS   *
005000*    THE SERIES' LATEST PUBLISH DATE.  A POST WITH NO USABLE     *
005010*    PUBLISH DATE STILL COUNTS AS PUBLISHED BUT DOES NOT MOVE    *
005020*    THE LAST-PART DATE.                                         *
005030******************************************************************
005040 2300-CREDIT-PUBLISHED-PART.
005050     IF PH-SERIES-CODE = SPACES
005060         OR PH-RETRACTED
005070         GO TO 2300-CREDIT-PUBLISHED-PART-EXIT
005080     END-IF
005090     MOVE PH-SERIES-CODE TO SS-SEEK-SERIES-CODE
005100     MOVE PH-SERIES-PART TO SS-SEEK-PART
005110     PERFORM 2400-FIND-SERIES-PART
005120         THRU 2400-FIND-SERIES-PART-EXIT
005130     IF NOT SS-MATCH-FOUND
005140         GO TO 2300-CREDIT-PUBLISHED-PART-EXIT
005150     END-IF
005160     MOVE "P" TO SS-TBL-PART-STATE (SS-SER-IDX, SS-SEEK-PART)
005170     IF PH-PUBLISH-DATE NOT NUMERIC
005180         OR PH-PUB-MONTH < 1 OR PH-PUB-MONTH > 12
005190         OR PH-PUB-DAY < 1 OR PH-PUB-DAY > 31
005200         GO TO 2300-CREDIT-PUBLISHED-PART-EXIT
005210     END-IF
005220     COMPUTE SS-POST-DATE-NUM =
005230         PH-PUB-YEAR * 10000 + PH-PUB-MONTH * 100 + PH-PUB-DAY
005240     IF SS-POST-DATE-NUM > SS-TBL-LAST-PART-DATE (SS-SER-IDX)
005250         MOVE SS-POST-DATE-NUM
005260             TO SS-TBL-LAST-PART-DATE (SS-SER-IDX)
005270     END-IF.
005280 2300-CREDIT-PUBLISHED-PART-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*    2400-FIND-SERIES-PART                                       *
005330*    LOOKS UP THE SEEK SERIES IN THE TABLE.  A PART OF A SERIES  *
005340*    THAT IS CLOSED OR NOT ON FILE IS ONLY COUNTED, AS IS A PART *
005350*    NUMBER THAT IS NOT 01 THROUGH 99.                           *
005360******************************************************************
005370 2400-FIND-SERIES-PART.
005380     MOVE "N" TO SS-MATCH-FOUND-SWITCH
005390     IF SS-SERIES-COUNT > ZEROES
005400         SET SS-SER-IDX TO 1
005410         SEARCH ALL SS-SERIES-ENTRY
005420             AT END
005430                 CONTINUE
005440             WHEN SS-TBL-SERIES-CODE (SS-SER-IDX) =
005450                     SS-SEEK-SERIES-CODE
005460                 MOVE "Y" TO SS-MATCH-FOUND-SWITCH
005470         END-SEARCH
005480     END-IF
005490     IF NOT SS-MATCH-FOUND
005500         ADD 1 TO SS-PARTS-NOT-LISTED
005510         GO TO 2400-FIND-SERIES-PART-EXIT
005520     END-IF
005530     IF SS-SEEK-PART NOT NUMERIC
005540         OR SS-SEEK-PART = ZEROES
005550         ADD 1 TO SS-BAD-PART-NUMBERS
005560         MOVE "N" TO SS-MATCH-FOUND-SWITCH
005570     END-IF.
005580 2400-FIND-SERIES-PART-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*    2500-ACCUMULATE-ARCHIVE                                     *
005630*    THE ARCHIVED POSTS GET THE SAME TREATMENT AS THE MASTER'S,  *
005640*    READ INTO THE HISTORY RECORD LAYOUT.                        *
005650******************************************************************
005660 2500-ACCUMULATE-ARCHIVE.
005670     PERFORM 2300-CREDIT-PUBLISHED-PART
005680         THRU 2300-CREDIT-PUBLISHED-PART-EXIT
005690     PERFORM 2600-READ-NEXT-ARCHIVE
005700         THRU 2600-READ-NEXT-ARCHIVE-EXIT.
005710 2500-ACCUMULATE-ARCHIVE-EXIT.
005720     EXIT.
005730
005740 2600-READ-NEXT-ARCHIVE.
005750     READ HISTORY-ARCHIVE INTO POST-HISTORY-RECORD
005760         AT END
005770             MOVE "Y" TO SS-PHARCH-EOF-SWITCH
005780             GO TO 2600-READ-NEXT-ARCHIVE-EXIT
005790     END-READ
005800     ADD 1 TO SS-ARCHIVE-READ.
005810 2600-READ-NEXT-ARCHIVE-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850*    2700-ACCUMULATE-PENDING                                     *
005860*    MARKS EACH SERIES PART HELD ON THE PENDING-POSTS FILE,      *
005870*    UNLESS THAT PART HAS ALREADY BEEN PUBLISHED.                *
005880******************************************************************
005890 2700-ACCUMULATE-PENDING.
005900     PERFORM 2750-CREDIT-HELD-PART
005910         THRU 2750-CREDIT-HELD-PART-EXIT
005920     PERFORM 2800-READ-NEXT-PENDING
005930         THRU 2800-READ-NEXT-PENDING-EXIT.
005940 2700-ACCUMULATE-PENDING-EXIT.
005950     EXIT.
005960
005970 2750-CREDIT-HELD-PART.
005980     IF PN-SERIES-CODE = SPACES
005990         GO TO 2750-CREDIT-HELD-PART-EXIT
006000     END-IF
006010     MOVE PN-SERIES-CODE TO SS-SEEK-SERIES-CODE
006020     MOVE PN-SERIES-PART TO SS-SEEK-PART
006030     PERFORM 2400-FIND-SERIES-PART
006040         THRU 2400-FIND-SERIES-PART-EXIT
006050     IF NOT SS-MATCH-FOUND
006060         GO TO 2750-CREDIT-HELD-PART-EXIT
006070     END-IF
006080     IF SS-PART-MISSING (SS-SER-IDX, SS-SEEK-PART)
006090         MOVE "H" TO SS-TBL-PART-STATE (SS-SER-IDX, SS-SEEK-PART)
006100     END-IF.
006110 2750-CREDIT-HELD-PART-EXIT.
006120     EXIT.
006130
006140 2800-READ-NEXT-PENDING.
006150     READ PENDING-FILE INTO PENDING-POST-RECORD
006160         AT END
006170             MOVE "Y" TO SS-PENDIN-EOF-SWITCH
006180             GO TO 2800-READ-NEXT-PENDING-EXIT
006190     END-READ
006200     ADD 1 TO SS-PENDING-READ.
006210 2800-READ-NEXT-PENDING-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    3000-TALLY-SERIES                                           *
006260*    COUNTS EACH SERIES' PLANNED PARTS BY STATE.  A PART FOUND   *
006270*    PAST THE PLANNED COUNT (THE PLAN WAS CUT BACK AFTER IT RAN) *
006280*    IS NOT TALLIED.                                             *
006290******************************************************************
006300 3000-TALLY-SERIES.
006310     IF SS-SERIES-COUNT = ZEROES
006320         OR SS-RETURN-CODE > 4
006330         GO TO 3000-TALLY-SERIES-EXIT
006340     END-IF
006350     PERFORM 3100-TALLY-ONE-SERIES
006360         THRU 3100-TALLY-ONE-SERIES-EXIT
006370         VARYING SS-SER-IDX FROM 1 BY 1
006380         UNTIL SS-SER-IDX > SS-SERIES-COUNT.
006390 3000-TALLY-SERIES-EXIT.
006400     EXIT.
006410
006420 3100-TALLY-ONE-SERIES.
006430     IF SS-TBL-PLANNED-PARTS (SS-SER-IDX) NOT NUMERIC
006440         OR SS-TBL-PLANNED-PARTS (SS-SER-IDX) = ZEROES
006450         GO TO 3100-TALLY-ONE-SERIES-EXIT
006460     END-IF
006470     PERFORM 3150-TALLY-ONE-PART
006480         THRU 3150-TALLY-ONE-PART-EXIT
006490         VARYING SS-PART-SUB FROM 1 BY 1
006500         UNTIL SS-PART-SUB > SS-TBL-PLANNED-PARTS (SS-SER-IDX).
006510 3100-TALLY-ONE-SERIES-EXIT.
006520     EXIT.
006530
006540 3150-TALLY-ONE-PART.
006550     EVALUATE TRUE
006560         WHEN SS-PART-PUBLISHED (SS-SER-IDX, SS-PART-SUB)
006570             ADD 1 TO SS-TBL-PUBLISHED (SS-SER-IDX)
006580         WHEN SS-PART-HELD (SS-SER-IDX, SS-PART-SUB)
006590             ADD 1 TO SS-TBL-HELD (SS-SER-IDX)
006600         WHEN OTHER
006610             ADD 1 TO SS-TBL-MISSING (SS-SER-IDX)
006620     END-EVALUATE.
006630 3150-TALLY-ONE-PART-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*    4000-PRINT-REPORT                                           *
006680*    ONE DETAIL LINE AND ONE PARTS-MAP LINE PER OPEN SERIES, IN  *
006690*    SERIES CODE ORDER, THEN THE RUN TOTALS.                     *
006700******************************************************************
006710 4000-PRINT-REPORT.
006720     IF NOT SS-SERRPT-OK
006730         OR SS-RETURN-CODE > 4
006740         GO TO 4000-PRINT-REPORT-EXIT
006750     END-IF
006760     MOVE ZEROES TO SS-PAGE-COUNT
006770     PERFORM 4300-PRINT-PAGE-HEADERS
006780         THRU 4300-PRINT-PAGE-HEADERS-EXIT
006790     IF SS-SERIES-COUNT > ZEROES
006800         PERFORM 4100-PRINT-SERIES-LINES
006810             THRU 4100-PRINT-SERIES-LINES-EXIT
006820             VARYING SS-SER-IDX FROM 1 BY 1
006830             UNTIL SS-SER-IDX > SS-SERIES-COUNT
006840     ELSE
006850         WRITE SR-PRINT-LINE FROM SS-RPT-NONE-LINE
006860     END-IF
006870     MOVE SS-SERIES-READ      TO SS-RPT-TOT-SERIES
006880     MOVE SS-SERIES-COUNT     TO SS-RPT-TOT-OPEN
006890     MOVE SS-HISTORY-READ     TO SS-RPT-TOT-HISTORY
006900     MOVE SS-ARCHIVE-READ     TO SS-RPT-TOT-ARCHIVE
006910     MOVE SS-PENDING-READ     TO SS-RPT-TOT-PENDING
006920     MOVE SS-PARTS-NOT-LISTED TO SS-RPT-TOT-NOT-LISTED
006930     MOVE SS-BAD-PART-NUMBERS TO SS-RPT-TOT-BAD-PARTS
006940     WRITE SR-PRINT-LINE FROM SPACES
006950     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-1
006960     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-2
006970     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-3
006980     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-4
006990     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-5
007000     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-6
007010     WRITE SR-PRINT-LINE FROM SS-RPT-TOTAL-LINE-7.
007020 4000-PRINT-REPORT-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060*    4100-PRINT-SERIES-LINES                                     *
007070*    A SERIES WITH NO PART OUT YET SHOWS NONE FOR ITS LAST PART  *
007080*    AND NO DAY COUNT.                                           *
007090******************************************************************
007100 4100-PRINT-SERIES-LINES.
007110     IF SS-LINE-COUNT NOT LESS THAN SS-LINES-PER-PAGE - 1
007120         PERFORM 4300-PRINT-PAGE-HEADERS
007130             THRU 4300-PRINT-PAGE-HEADERS-EXIT
007140     END-IF
007150     MOVE SS-TBL-SERIES-CODE (SS-SER-IDX) TO SS-RPT-SERIES-CODE
007160     MOVE SS-TBL-TITLE (SS-SER-IDX)       TO SS-RPT-TITLE
007170     MOVE SS-TBL-OWNER-AUTHOR-ID (SS-SER-IDX) TO SS-RPT-OWNER
007180     MOVE SS-TBL-PLANNED-PARTS (SS-SER-IDX)   TO SS-RPT-PLANNED
007190     MOVE SS-TBL-PUBLISHED (SS-SER-IDX)   TO SS-RPT-PUBLISHED
007200     MOVE SS-TBL-HELD (SS-SER-IDX)        TO SS-RPT-HELD
007210     MOVE SS-TBL-MISSING (SS-SER-IDX)     TO SS-RPT-MISSING
007220     MOVE SPACES TO SS-RPT-DAYS-SINCE
007230     IF SS-TBL-LAST-PART-DATE (SS-SER-IDX) > ZEROES
007240         MOVE SS-TBL-LAST-PART-DATE (SS-SER-IDX)
007250             TO SS-CONV-DATE-NUM
007260         PERFORM 4400-FORMAT-PRINT-DATE
007270             THRU 4400-FORMAT-PRINT-DATE-EXIT
007280         MOVE SS-PRINT-DATE TO SS-RPT-LAST-PART
007290         COMPUTE SS-WORK-INTEGER =
007300             FUNCTION INTEGER-OF-DATE (SS-CONV-DATE-NUM)
007310         IF SS-WORK-INTEGER NOT > SS-RUN-INTEGER
007320             COMPUTE SS-RPT-DAYS-EDIT =
007330                 SS-RUN-INTEGER - SS-WORK-INTEGER
007340             MOVE SS-RPT-DAYS-EDIT TO SS-RPT-DAYS-SINCE
007350         END-IF
007360     ELSE
007370         MOVE "NONE" TO SS-RPT-LAST-PART
007380     END-IF
007390     MOVE SPACES TO SS-RPT-MAP
007400     PERFORM 4150-MAP-ONE-PART
007410         THRU 4150-MAP-ONE-PART-EXIT
007420         VARYING SS-PART-SUB FROM 1 BY 1
007430         UNTIL SS-PART-SUB > SS-TBL-PLANNED-PARTS (SS-SER-IDX)
007440     WRITE SR-PRINT-LINE FROM SS-RPT-DETAIL
007450     WRITE SR-PRINT-LINE FROM SS-RPT-MAP-LINE
007460     ADD 2 TO SS-LINE-COUNT.
007470 4100-PRINT-SERIES-LINES-EXIT.
007480     EXIT.
007490
007500 4150-MAP-ONE-PART.
007510     IF SS-PART-MISSING (SS-SER-IDX, SS-PART-SUB)
007520         MOVE "." TO SS-RPT-MAP (SS-PART-SUB:1)
007530     ELSE
007540         MOVE SS-TBL-PART-STATE (SS-SER-IDX, SS-PART-SUB)
007550             TO SS-RPT-MAP (SS-PART-SUB:1)
007560     END-IF.
007570 4150-MAP-ONE-PART-EXIT.
007580     EXIT.
007590
007600 4300-PRINT-PAGE-HEADERS.
007610     ADD 1 TO SS-PAGE-COUNT
007620     MOVE SS-PAGE-COUNT TO SS-RPT-PAGE-NO
007630     MOVE SS-RUN-DATE-NUM TO SS-CONV-DATE-NUM
007640     PERFORM 4400-FORMAT-PRINT-DATE
007650         THRU 4400-FORMAT-PRINT-DATE-EXIT
007660     MOVE SS-PRINT-DATE TO SS-RPT-HDR-DATE
007670     IF SS-PAGE-COUNT > 1
007680         WRITE SR-PRINT-LINE FROM SPACES
007690     END-IF
007700     WRITE SR-PRINT-LINE FROM SS-RPT-HEADER-1
007710     WRITE SR-PRINT-LINE FROM SPACES
007720     WRITE SR-PRINT-LINE FROM SS-RPT-HEADER-2
007730     MOVE 3 TO SS-LINE-COUNT.
007740 4300-PRINT-PAGE-HEADERS-EXIT.
007750     EXIT.
007760
007770 4400-FORMAT-PRINT-DATE.
007780     MOVE SS-CONV-MM   TO SS-PRT-MM
007790     MOVE SS-CONV-DD   TO SS-PRT-DD
007800     MOVE SS-CONV-CCYY TO SS-PRT-CCYY.
007810 4400-FORMAT-PRINT-DATE-EXIT.
007820     EXIT.
007830
007840 9999-TERMINATE.
007850     IF SS-SERFILE-OK OR SS-SERFILE-EOF
007860         CLOSE SERIES-FILE
007870     END-IF
007880     IF SS-POSTHIST-OK OR SS-POSTHIST-EOF
007890         CLOSE POST-HISTORY
007900     END-IF
007910     IF SS-PHARCH-OPEN
007920         CLOSE HISTORY-ARCHIVE
007930     END-IF
007940     IF SS-PENDIN-OPEN
007950         CLOSE PENDING-FILE
007960     END-IF
007970     IF SS-SERRPT-OK
007980         CLOSE STATUS-REPORT
007990     END-IF.
008000 9999-TERMINATE-EXIT.
008010     EXIT.
