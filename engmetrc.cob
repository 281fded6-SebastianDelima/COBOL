000280*                     MASTER, KEYED BY POST ID, SO THE DAILY     *
000290*                     NUMBERS SURVIVE THE NEXT MORNING'S FEED    *
000300*                     AND FEED THE MONTH-END ENGTREND REPORT.    *
000310*    2026-10-15  SDL  POST-HISTORY NOW DECLARES ITS AUTHOR/DATE  *
000320*                     AND PUBLISH-DATE ALTERNATE KEYS (141-BYTE  *
000330*                     RECORD).                                   *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     ENGMETRC.
000370 AUTHOR.         SEBASTIAN DE LIMA.
000380 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000390 DATE-WRITTEN.   2026-08-22.
000400 DATE-COMPILED.  2026-08-22.
000410
000420******************************************************************
000430*    ENVIRONMENT DIVISION                                       *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    MACBOOK-PRO.
000490 OBJECT-COMPUTER.    MACBOOK-PRO.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT METRICS-FILE     ASSIGN TO METRICS
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS MT-METRICS-STATUS.
000570
000580     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PH-POST-ID
000620         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000630             WITH DUPLICATES
000640         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000650             WITH DUPLICATES
000660         FILE STATUS IS MT-POSTHIST-STATUS.
000670
000680     SELECT ENGAGE-HISTORY   ASSIGN TO ENGHIST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS EH-POST-ID
000720         FILE STATUS IS MT-ENGHIST-STATUS.
000730
000740     SELECT ENGAGE-REPORT    ASSIGN TO ENGRPT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS MT-ENGRPT-STATUS.
000780
000790******************************************************************
000800*    DATA DIVISION                                              *
000810******************************************************************
000820 DATA DIVISION.
000830
000840 FILE SECTION.
000850 FD  METRICS-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY METREC.
000880
000890 FD  POST-HISTORY
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PHISTREC.
000920
000930 FD  ENGAGE-HISTORY
000940     LABEL RECORDS ARE STANDARD.
000950     COPY EHISTREC.
000960
000970 FD  ENGAGE-REPORT
000980     LABEL RECORDS ARE STANDARD.
000990 01  ER-PRINT-LINE               PIC X(132).
001000
001010 WORKING-STORAGE SECTION.
001020******************************************************************
001030*    FILE STATUS SWITCHES                                       *
001040******************************************************************
001050 01  MT-METRICS-STATUS       PIC X(02).
001060     88  MT-METRICS-OK               VALUE "00".
001070     88  MT-METRICS-EOF              VALUE "10".
001080
001090 01  MT-POSTHIST-STATUS      PIC X(02).
001100     88  MT-POSTHIST-OK              VALUE "00".
001110
001120 01  MT-ENGHIST-STATUS       PIC X(02).
001130     88  MT-ENGHIST-OK               VALUE "00".
001140     88  MT-ENGHIST-NOT-FOUND        VALUE "35".
001150
001160 01  MT-ENGRPT-STATUS        PIC X(02).
001170     88  MT-ENGRPT-OK                VALUE "00".
001180
001190******************************************************************
001200*    PROGRAM SWITCHES                                           *
001210******************************************************************
001220 77  MT-EOF-SWITCH           PIC X(01) VALUE "N".
001230     88  MT-END-OF-METRICS           VALUE "Y".
001240
001250 77  MT-POST-FOUND-SWITCH    PIC X(01) VALUE "N".
001260     88  MT-POST-FOUND               VALUE "Y".
001270
001280 77  MT-AUTHOR-FOUND-SWITCH  PIC X(01) VALUE "N".
001290     88  MT-AUTHOR-FOUND             VALUE "Y".
001300
001310 77  MT-EH-NEW-SWITCH        PIC X(01) VALUE "N".
001320     88  MT-EH-RECORD-IS-NEW         VALUE "Y".
001330
001340******************************************************************
001350*    TOP-POSTS-BY-VIEWS TABLE.  THE TEN HIGHEST VIEW COUNTS       *
001360*    SEEN SO FAR, KEPT IN DESCENDING ORDER BY AN INSERTION        *
001370*    SHUFFLE AS EACH MATCHED METRICS ROW ARRIVES.                *
001380******************************************************************
001390 77  MT-TOP-TABLE-MAX        PIC 9(02) VALUE 10.
001400 77  MT-TOP-COUNT            PIC 9(02) VALUE ZEROES.
001410 77  MT-TOP-SLOT             PIC 9(02) VALUE ZEROES.
001420 77  MT-SHUFFLE-IDX          PIC 9(02) VALUE ZEROES.
001430
001440 01  MT-TOP-POST-TABLE.
001450     05  MT-TOP-ENTRY OCCURS 10 TIMES.
001460         10  MT-TOP-POST-ID          PIC X(08).
001470         10  MT-TOP-TITLE            PIC X(40).
001480         10  MT-TOP-AUTHOR-ID        PIC X(06).
001490         10  MT-TOP-VIEWS            PIC 9(07).
001500
001510******************************************************************
001520*    PER-AUTHOR ENGAGEMENT TOTALS, BUILT AS MATCHED METRICS       *
001530*    ARRIVE.  THE TABLE IS IN FIRST-SEEN ORDER, SO THE SEARCH     *
001540*    IS SERIAL.                                                  *
001550******************************************************************
001560 77  MT-AUTHOR-TABLE-MAX     PIC 9(05) VALUE 00500.
001570 77  MT-AUTHOR-COUNT         PIC 9(05) VALUE ZEROES.
001580
001590 01  MT-AUTHOR-TABLE.
001600     05  MT-AUTHOR-ENTRY OCCURS 1 TO 500 TIMES
001610             DEPENDING ON MT-AUTHOR-COUNT
001620             INDEXED BY MT-AUTH-IDX.
001630         10  MT-TBL-AUTHOR-ID        PIC X(06).
001640         10  MT-TBL-POST-COUNT       PIC 9(05).
001650         10  MT-TBL-VIEWS            PIC 9(09).
001660         10  MT-TBL-READERS          PIC 9(09).
001670
001680******************************************************************
001690*    EXCEPTION TABLE - METRICS ROWS THAT FAILED THE EDITS OR      *
001700*    MATCHED NO POST, HELD FOR THE EXCEPTION SECTION OF THE       *
001710*    REPORT.  OVERFLOW BEYOND THE TABLE STILL COUNTS IN THE       *
001720*    RUN TOTALS AND PRINTS A NOTE.                               *
001730******************************************************************
001740 77  MT-EXC-TABLE-MAX        PIC 9(03) VALUE 100.
001750 77  MT-EXC-COUNT            PIC 9(03) VALUE ZEROES.
001760 77  MT-EXC-PRINT-IDX        PIC 9(03) VALUE ZEROES.
001770 77  MT-EXC-LOST-COUNT       PIC 9(05) VALUE ZEROES.
001780
001790 01  MT-EXCEPTION-TABLE.
001800     05  MT-EXC-ENTRY OCCURS 100 TIMES.
001810         10  MT-EXC-POST-ID          PIC X(08).
001820         10  MT-EXC-VIEWS            PIC X(07).
001830         10  MT-EXC-REASON           PIC X(40).
001840
001850******************************************************************
001860*    RUN TOTALS AND WORK FIELDS                                  *
001870******************************************************************
001880 77  MT-ROWS-READ-COUNT      PIC 9(05) VALUE ZEROES.
001890 77  MT-ROWS-MATCHED-COUNT   PIC 9(05) VALUE ZEROES.
001900 77  MT-ROWS-UNMATCHED-COUNT PIC 9(05) VALUE ZEROES.
001910 77  MT-ROWS-BAD-COUNT       PIC 9(05) VALUE ZEROES.
001920 77  MT-HIST-ADDED-COUNT     PIC 9(05) VALUE ZEROES.
001930 77  MT-HIST-UPDATED-COUNT   PIC 9(05) VALUE ZEROES.
001940
001950 77  MT-RUN-MONTH-KEY        PIC 9(06) VALUE ZEROES.
001960
001970 77  MT-EXC-WORK-REASON      PIC X(40) VALUE SPACES.
001980
001990 77  MT-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002000
002010 01  MT-CURRENT-DATE-FIELDS.
002020     05  MT-CURR-YEAR         PIC 9(04).
002030     05  MT-CURR-MONTH        PIC 9(02).
002040     05  MT-CURR-DAY          PIC 9(02).
002050     05  FILLER               PIC X(13).
002060
002070******************************************************************
002080*    ENGAGEMENT REPORT CONTROLS AND PRINT LINES                  *
002090******************************************************************
002100 77  MT-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002110 77  MT-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002120 77  MT-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002130 77  MT-RANK-NUMBER          PIC 9(02) VALUE ZEROES.
002140
002150 01  MT-RPT-HEADER-1.
002160     05  FILLER                  PIC X(35)
002170             VALUE "ENGMETRC DAILY ENGAGEMENT REPORT   ".
002180     05  FILLER                  PIC X(05) VALUE SPACES.
002190     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002200     05  MT-RPT-RUN-MONTH        PIC 9(02).
002210     05  FILLER                  PIC X(01) VALUE "/".
002220     05  MT-RPT-RUN-DAY          PIC 9(02).
002230     05  FILLER                  PIC X(01) VALUE "/".
002240     05  MT-RPT-RUN-YEAR         PIC 9(04).
002250     05  FILLER                  PIC X(05) VALUE SPACES.
002260     05  FILLER                  PIC X(05) VALUE "PAGE ".
002270     05  MT-RPT-PAGE-NO          PIC ZZ9.
002280
002290 01  MT-RPT-SECTION-LINE.
002300     05  MT-RPT-SECTION-TITLE    PIC X(40).
002310
002320 01  MT-RPT-TOP-HEADER.
002330     05  FILLER                  PIC X(06) VALUE "RANK".
002340     05  FILLER                  PIC X(10) VALUE "POST ID".
002350     05  FILLER                  PIC X(42) VALUE "TITLE".
002360     05  FILLER                  PIC X(10) VALUE "AUTHOR".
002370     05  FILLER                  PIC X(07) VALUE "VIEWS".
002380
002390 01  MT-RPT-TOP-DETAIL.
002400     05  MT-RPT-RANK             PIC ZZ9.
002410     05  FILLER                  PIC X(03) VALUE SPACES.
002420     05  MT-RPT-TOP-POST-ID      PIC X(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  MT-RPT-TOP-TITLE        PIC X(40).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  MT-RPT-TOP-AUTHOR       PIC X(06).
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  MT-RPT-TOP-VIEWS        PIC ZZZZZZ9.
002490
002500 01  MT-RPT-AUTH-HEADER.
002510     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
002520     05  FILLER                  PIC X(08) VALUE "POSTS".
002530     05  FILLER                  PIC X(12) VALUE "VIEWS".
002540     05  FILLER                  PIC X(14) VALUE "UNIQUE RDRS".
002550
002560 01  MT-RPT-AUTH-DETAIL.
002570     05  MT-RPT-AUTH-ID          PIC X(06).
002580     05  FILLER                  PIC X(04) VALUE SPACES.
002590     05  MT-RPT-AUTH-POSTS       PIC ZZZZ9.
002600     05  FILLER                  PIC X(03) VALUE SPACES.
002610     05  MT-RPT-AUTH-VIEWS       PIC ZZZZZZZZ9.
002620     05  FILLER                  PIC X(03) VALUE SPACES.
002630     05  MT-RPT-AUTH-READERS     PIC ZZZZZZZZ9.
002640
002650 01  MT-RPT-EXCEPT-HEADER.
002660     05  FILLER                  PIC X(10) VALUE "POST ID".
002670     05  FILLER                  PIC X(12) VALUE "VIEWS".
002680     05  FILLER                  PIC X(40)
002690             VALUE "REASON".
002700
002710 01  MT-RPT-EXCEPT-DETAIL.
002720     05  MT-RPT-EXC-POST-ID      PIC X(08).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  MT-RPT-EXC-VIEWS        PIC X(07).
002750     05  FILLER                  PIC X(05) VALUE SPACES.
002760     05  MT-RPT-EXC-REASON       PIC X(40).
002770
002780 01  MT-RPT-TOTAL-LINE-1.
002790     05  FILLER                  PIC X(26)
002800             VALUE "METRICS ROWS READ.......: ".
002810     05  MT-RPT-TOTAL-READ       PIC ZZZZ9.
002820
002830 01  MT-RPT-TOTAL-LINE-2.
002840     05  FILLER                  PIC X(26)
002850             VALUE "ROWS MATCHED TO POSTS...: ".
002860     05  MT-RPT-TOTAL-MATCHED    PIC ZZZZ9.
002870
002880 01  MT-RPT-TOTAL-LINE-3.
002890     05  FILLER                  PIC X(26)
002900             VALUE "ROWS WITH NO POST.......: ".
002910     05  MT-RPT-TOTAL-UNMATCHED  PIC ZZZZ9.
002920
002930 01  MT-RPT-TOTAL-LINE-4.
002940     05  FILLER                  PIC X(26)
002950             VALUE "ROWS FAILING EDITS......: ".
002960     05  MT-RPT-TOTAL-BAD        PIC ZZZZ9.
002970
002980 01  MT-RPT-TOTAL-LINE-5.
002990     05  FILLER                  PIC X(26)
003000             VALUE "HISTORY ROWS ADDED......: ".
003010     05  MT-RPT-TOTAL-HADDED     PIC ZZZZ9.
003020
003030 01  MT-RPT-TOTAL-LINE-6.
003040     05  FILLER                  PIC X(26)
003050             VALUE "HISTORY ROWS UPDATED....: ".
003060     05  MT-RPT-TOTAL-HUPDATED   PIC ZZZZ9.
003070
003080******************************************************************
003090*    PROCEDURE DIVISION                                         *
003100******************************************************************
003110 PROCEDURE DIVISION.
003120
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150         THRU 1000-INITIALIZE-EXIT
003160     PERFORM 2000-PROCESS-METRICS
003170         THRU 2000-PROCESS-METRICS-EXIT
003180         UNTIL MT-END-OF-METRICS
003190     PERFORM 3000-PRINT-REPORT
003200         THRU 3000-PRINT-REPORT-EXIT
003210     PERFORM 9999-TERMINATE
003220         THRU 9999-TERMINATE-EXIT
003230     MOVE MT-RETURN-CODE TO RETURN-CODE
003240     STOP RUN.
003250
003260 1000-INITIALIZE.
003270     MOVE FUNCTION CURRENT-DATE TO MT-CURRENT-DATE-FIELDS
003280     OPEN INPUT METRICS-FILE
003290     IF NOT MT-METRICS-OK
003300         DISPLAY "ENGMETRC: UNABLE TO OPEN METRICS-FILE, "
003310             "STATUS = " MT-METRICS-STATUS
003320         MOVE "Y" TO MT-EOF-SWITCH
003330         MOVE 12 TO MT-RETURN-CODE
003340         GO TO 1000-INITIALIZE-EXIT
003350     END-IF
003360     OPEN INPUT POST-HISTORY
003370     IF NOT MT-POSTHIST-OK
003380         DISPLAY "ENGMETRC: UNABLE TO OPEN POST-HISTORY, "
003390             "STATUS = " MT-POSTHIST-STATUS
003400         MOVE "Y" TO MT-EOF-SWITCH
003410         MOVE 12 TO MT-RETURN-CODE
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF
003440     OPEN OUTPUT ENGAGE-REPORT
003450     IF NOT MT-ENGRPT-OK
003460         DISPLAY "ENGMETRC: UNABLE TO OPEN ENGAGE-REPORT, "
003470             "STATUS = " MT-ENGRPT-STATUS
003480         MOVE "Y" TO MT-EOF-SWITCH
003490         MOVE 12 TO MT-RETURN-CODE
003500         GO TO 1000-INITIALIZE-EXIT
003510     END-IF
003520     OPEN I-O ENGAGE-HISTORY
003530     IF MT-ENGHIST-NOT-FOUND
003540         OPEN OUTPUT ENGAGE-HISTORY
003550     END-IF
003560     IF NOT MT-ENGHIST-OK
003570         DISPLAY "ENGMETRC: UNABLE TO OPEN ENGAGE-HISTORY, "
003580             "STATUS = " MT-ENGHIST-STATUS
003590             " -- METRICS WILL NOT ACCUMULATE TO HISTORY"
003600         IF MT-RETURN-CODE < 8
003610             MOVE 8 TO MT-RETURN-CODE
003620         END-IF
003630     END-IF
003640     COMPUTE MT-RUN-MONTH-KEY =
003650         MT-CURR-YEAR * 100 + MT-CURR-MONTH
003660     MOVE SPACES TO MT-TOP-POST-TABLE
003670     PERFORM 2100-READ-NEXT-METRICS
003680         THRU 2100-READ-NEXT-METRICS-EXIT.
003690 1000-INITIALIZE-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730*    2000-PROCESS-METRICS                                       *
003740*    EDITS THE CURRENT METRICS ROW, MATCHES IT TO POST-HISTORY,  *
003750*    AND ROLLS IT INTO THE RANKING AND THE AUTHOR TOTALS.  A     *
003760*    ROW THAT FAILS GOES TO THE EXCEPTION SECTION, WHICH IS      *
003770*    GATHERED DURING THE PASS AND PRINTED WITH THE REPORT.       *
003780******************************************************************
003790 2000-PROCESS-METRICS.
003800     IF EM-VIEW-COUNT NOT NUMERIC
003810         OR EM-UNIQUE-READERS NOT NUMERIC
003820         OR EM-AVG-READ-SECS NOT NUMERIC
003830         ADD 1 TO MT-ROWS-BAD-COUNT
003840         PERFORM 2600-NOTE-EXCEPTION-BAD
003850             THRU 2600-NOTE-EXCEPTION-BAD-EXIT
003860         GO TO 2000-PROCESS-METRICS-READ
003870     END-IF
003880     PERFORM 2200-MATCH-POST
003890         THRU 2200-MATCH-POST-EXIT
003900     IF NOT MT-POST-FOUND
003910         ADD 1 TO MT-ROWS-UNMATCHED-COUNT
003920         PERFORM 2650-NOTE-EXCEPTION-NOPOST
003930             THRU 2650-NOTE-EXCEPTION-NOPOST-EXIT
003940         GO TO 2000-PROCESS-METRICS-READ
003950     END-IF
003960     ADD 1 TO MT-ROWS-MATCHED-COUNT
003970     PERFORM 2300-RANK-TOP-POST
003980         THRU 2300-RANK-TOP-POST-EXIT
003990     PERFORM 2400-ADD-AUTHOR-TOTALS
004000         THRU 2400-ADD-AUTHOR-TOTALS-EXIT
004010     PERFORM 2500-ACCUMULATE-HISTORY
004020         THRU 2500-ACCUMULATE-HISTORY-EXIT.
004030 2000-PROCESS-METRICS-READ.
004040     PERFORM 2100-READ-NEXT-METRICS
004050         THRU 2100-READ-NEXT-METRICS-EXIT.
004060 2000-PROCESS-METRICS-EXIT.
004070     EXIT.
004080
004090 2100-READ-NEXT-METRICS.
004100     READ METRICS-FILE
004110         AT END
004120             MOVE "Y" TO MT-EOF-SWITCH
004130             GO TO 2100-READ-NEXT-METRICS-EXIT
004140     END-READ
004150     ADD 1 TO MT-ROWS-READ-COUNT.
004160 2100-READ-NEXT-METRICS-EXIT.
004170     EXIT.
004180
004190 2200-MATCH-POST.
004200     MOVE "N" TO MT-POST-FOUND-SWITCH
004210     MOVE EM-POST-ID TO PH-POST-ID
004220     READ POST-HISTORY
004230         INVALID KEY
004240             GO TO 2200-MATCH-POST-EXIT
004250     END-READ
004260     MOVE "Y" TO MT-POST-FOUND-SWITCH.
004270 2200-MATCH-POST-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*    2300-RANK-TOP-POST                                         *
004320*    KEEPS THE TOP-TEN TABLE IN DESCENDING VIEW ORDER.  THE      *
004330*    NEW ROW'S SLOT IS FOUND FIRST, THEN EVERYTHING BELOW IT     *
004340*    SHUFFLES DOWN ONE PLACE AND THE LAST ENTRY FALLS OFF.       *
004350******************************************************************
004360 2300-RANK-TOP-POST.
004370     MOVE ZEROES TO MT-TOP-SLOT
004380     PERFORM 2350-FIND-RANK-SLOT
004390         THRU 2350-FIND-RANK-SLOT-EXIT
004400         VARYING MT-SHUFFLE-IDX FROM 1 BY 1
004410         UNTIL MT-SHUFFLE-IDX > MT-TOP-COUNT
004420             OR MT-TOP-SLOT > ZEROES
004430     IF MT-TOP-SLOT = ZEROES
004440         IF MT-TOP-COUNT < MT-TOP-TABLE-MAX
004450             ADD 1 TO MT-TOP-COUNT
004460             MOVE MT-TOP-COUNT TO MT-TOP-SLOT
004470         ELSE
004480             GO TO 2300-RANK-TOP-POST-EXIT
004490         END-IF
004500     ELSE
004510         IF MT-TOP-COUNT < MT-TOP-TABLE-MAX
004520             ADD 1 TO MT-TOP-COUNT
004530         END-IF
004540         PERFORM 2360-SHUFFLE-ONE-DOWN
004550             THRU 2360-SHUFFLE-ONE-DOWN-EXIT
004560             VARYING MT-SHUFFLE-IDX
004570                 FROM MT-TOP-COUNT BY -1
004580             UNTIL MT-SHUFFLE-IDX NOT GREATER THAN MT-TOP-SLOT
004590     END-IF
004600     MOVE EM-POST-ID       TO MT-TOP-POST-ID (MT-TOP-SLOT)
004610     MOVE PH-TITLE         TO MT-TOP-TITLE (MT-TOP-SLOT)
004620     MOVE PH-AUTHOR-ID     TO MT-TOP-AUTHOR-ID (MT-TOP-SLOT)
004630     MOVE EM-VIEW-COUNT    TO MT-TOP-VIEWS (MT-TOP-SLOT).
004640 2300-RANK-TOP-POST-EXIT.
004650     EXIT.
004660
004670 2350-FIND-RANK-SLOT.
004680     IF EM-VIEW-COUNT > MT-TOP-VIEWS (MT-SHUFFLE-IDX)
004690         MOVE MT-SHUFFLE-IDX TO MT-TOP-SLOT
004700     END-IF.
004710 2350-FIND-RANK-SLOT-EXIT.
004720     EXIT.
004730
004740 2360-SHUFFLE-ONE-DOWN.
004750     IF MT-SHUFFLE-IDX > 1
004760         MOVE MT-TOP-ENTRY (MT-SHUFFLE-IDX - 1)
004770             TO MT-TOP-ENTRY (MT-SHUFFLE-IDX)
004780     END-IF.
004790 2360-SHUFFLE-ONE-DOWN-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830*    2400-ADD-AUTHOR-TOTALS                                     *
004840*    ROLLS THE MATCHED ROW INTO ITS AUTHOR'S ENGAGEMENT          *
004850*    TOTALS, ADDING THE AUTHOR ON FIRST SIGHT.  THE TABLE IS     *
004860*    IN FIRST-SEEN ORDER SO THE SEARCH IS SERIAL.                *
004870******************************************************************
004880 2400-ADD-AUTHOR-TOTALS.
004890     MOVE "N" TO MT-AUTHOR-FOUND-SWITCH
004900     IF MT-AUTHOR-COUNT > ZEROES
004910         SET MT-AUTH-IDX TO 1
004920         SEARCH MT-AUTHOR-ENTRY
004930             AT END
004940                 CONTINUE
004950             WHEN MT-TBL-AUTHOR-ID (MT-AUTH-IDX) = PH-AUTHOR-ID
004960                 MOVE "Y" TO MT-AUTHOR-FOUND-SWITCH
004970         END-SEARCH
004980     END-IF
004990     IF NOT MT-AUTHOR-FOUND
005000         IF MT-AUTHOR-COUNT NOT LESS THAN MT-AUTHOR-TABLE-MAX
005010             DISPLAY "ENGMETRC: AUTHOR TOTALS TABLE FULL AT "
005020                 MT-AUTHOR-TABLE-MAX " ENTRIES -- TOTALS FOR "
005030                 PH-AUTHOR-ID " NOT ACCUMULATED"
005040             IF MT-RETURN-CODE < 4
005050                 MOVE 4 TO MT-RETURN-CODE
005060             END-IF
005070             GO TO 2400-ADD-AUTHOR-TOTALS-EXIT
005080         END-IF
005090         ADD 1 TO MT-AUTHOR-COUNT
005100         SET MT-AUTH-IDX TO MT-AUTHOR-COUNT
005110         MOVE PH-AUTHOR-ID TO MT-TBL-AUTHOR-ID (MT-AUTH-IDX)
005120         MOVE ZEROES       TO MT-TBL-POST-COUNT (MT-AUTH-IDX)
005130         MOVE ZEROES       TO MT-TBL-VIEWS (MT-AUTH-IDX)
005140         MOVE ZEROES       TO MT-TBL-READERS (MT-AUTH-IDX)
005150     END-IF
005160     ADD 1                 TO MT-TBL-POST-COUNT (MT-AUTH-IDX)
005170     ADD EM-VIEW-COUNT     TO MT-TBL-VIEWS (MT-AUTH-IDX)
005180     ADD EM-UNIQUE-READERS TO MT-TBL-READERS (MT-AUTH-IDX).
005190 2400-ADD-AUTHOR-TOTALS-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*    2500-ACCUMULATE-HISTORY                                    *
005240*    ROLLS THE MATCHED ROW ONTO THE ENGAGEMENT-HISTORY MASTER.   *
005250*    A POST SEEN FOR THE FIRST TIME OPENS A NEW RECORD FROM      *
005260*    THE POST-HISTORY FIELDS ALREADY IN HAND; A FEED ARRIVING    *
005270*    IN A NEW CALENDAR MONTH ROLLS THE CURRENT-MONTH VIEW        *
005280*    BUCKET INTO THE PRIOR-MONTH BUCKET BEFORE THE DAY'S         *
005290*    NUMBERS ARE ADDED.                                          *
005300******************************************************************
005310 2500-ACCUMULATE-HISTORY.
005320     IF NOT MT-ENGHIST-OK
005330         GO TO 2500-ACCUMULATE-HISTORY-EXIT
005340     END-IF
005350     MOVE "N" TO MT-EH-NEW-SWITCH
005360     MOVE EM-POST-ID TO EH-POST-ID
005370     READ ENGAGE-HISTORY
005380         INVALID KEY
005390             MOVE "Y" TO MT-EH-NEW-SWITCH
005400     END-READ
005410     IF MT-EH-RECORD-IS-NEW
005420         MOVE SPACES           TO ENGAGE-HISTORY-RECORD
005430         MOVE EM-POST-ID       TO EH-POST-ID
005440         MOVE PH-AUTHOR-ID     TO EH-AUTHOR-ID
005450         MOVE PH-TITLE         TO EH-TITLE
005460         MOVE PH-WORD-COUNT    TO EH-WORD-COUNT
005470         MOVE ZEROES           TO EH-LIFETIME-VIEWS
005480         MOVE ZEROES           TO EH-LIFETIME-READERS
005490         MOVE ZEROES           TO EH-AVG-READ-SECS
005500         MOVE MT-RUN-MONTH-KEY TO EH-CUR-MONTH-KEY
005510         MOVE ZEROES           TO EH-CUR-MONTH-VIEWS
005520         MOVE ZEROES           TO EH-PRI-MONTH-KEY
005530         MOVE ZEROES           TO EH-PRI-MONTH-VIEWS
005540     END-IF
005550     IF EH-CUR-MONTH-KEY NOT = MT-RUN-MONTH-KEY
005560         MOVE EH-CUR-MONTH-KEY   TO EH-PRI-MONTH-KEY
005570         MOVE EH-CUR-MONTH-VIEWS TO EH-PRI-MONTH-VIEWS
005580         MOVE MT-RUN-MONTH-KEY   TO EH-CUR-MONTH-KEY
005590         MOVE ZEROES             TO EH-CUR-MONTH-VIEWS
005600     END-IF
005610     ADD EM-VIEW-COUNT     TO EH-LIFETIME-VIEWS
005620     ADD EM-UNIQUE-READERS TO EH-LIFETIME-READERS
005630     ADD EM-VIEW-COUNT     TO EH-CUR-MONTH-VIEWS
005640     MOVE EM-AVG-READ-SECS TO EH-AVG-READ-SECS
005650     COMPUTE EH-LAST-FEED-DATE =
005660         MT-CURR-YEAR * 10000
005670             + MT-CURR-MONTH * 100 + MT-CURR-DAY
005680     IF MT-EH-RECORD-IS-NEW
005690         WRITE ENGAGE-HISTORY-RECORD
005700             INVALID KEY
005710                 DISPLAY "ENGMETRC: UNABLE TO ADD POST "
005720                     EH-POST-ID " TO ENGAGE-HISTORY, STATUS = "
005730                     MT-ENGHIST-STATUS
005740         END-WRITE
005750         ADD 1 TO MT-HIST-ADDED-COUNT
005760     ELSE
005770         REWRITE ENGAGE-HISTORY-RECORD
005780             INVALID KEY
005790                 DISPLAY "ENGMETRC: UNABLE TO UPDATE POST "
005800                     EH-POST-ID " ON ENGAGE-HISTORY, STATUS = "
005810                     MT-ENGHIST-STATUS
005820         END-REWRITE
005830         ADD 1 TO MT-HIST-UPDATED-COUNT
005840     END-IF.
005850 2500-ACCUMULATE-HISTORY-EXIT.
005860     EXIT.
005870
005880******************************************************************
005890*    2600 / 2650 / 2680 - EXCEPTION HANDLING                    *
005900*    EACH FAILED ROW GOES INTO THE EXCEPTION TABLE FOR THE       *
005910*    REPORT AND ONTO SYSOUT FOR THE OVERNIGHT OPERATOR.          *
005920******************************************************************
005930 2600-NOTE-EXCEPTION-BAD.
005940     DISPLAY "ENGMETRC: METRICS ROW FOR POST " EM-POST-ID
005950         " FAILED THE NUMERIC EDITS"
005960     MOVE "VIEW/READER/READ-TIME FIELDS NOT NUMERIC"
005970         TO MT-EXC-WORK-REASON
005980     PERFORM 2680-STORE-EXCEPTION
005990         THRU 2680-STORE-EXCEPTION-EXIT.
006000 2600-NOTE-EXCEPTION-BAD-EXIT.
006010     EXIT.
006020
006030 2650-NOTE-EXCEPTION-NOPOST.
006040     DISPLAY "ENGMETRC: METRICS ROW FOR POST " EM-POST-ID
006050         " HAS NO MATCHING POST ON POST-HISTORY"
006060     MOVE "NO MATCHING POST ON POST-HISTORY"
006070         TO MT-EXC-WORK-REASON
006080     PERFORM 2680-STORE-EXCEPTION
006090         THRU 2680-STORE-EXCEPTION-EXIT.
006100 2650-NOTE-EXCEPTION-NOPOST-EXIT.
006110     EXIT.
006120
006130 2680-STORE-EXCEPTION.
006140     IF MT-EXC-COUNT NOT LESS THAN MT-EXC-TABLE-MAX
006150         ADD 1 TO MT-EXC-LOST-COUNT
006160         GO TO 2680-STORE-EXCEPTION-EXIT
006170     END-IF
006180     ADD 1 TO MT-EXC-COUNT
006190     MOVE EM-POST-ID         TO MT-EXC-POST-ID (MT-EXC-COUNT)
006200     MOVE EM-VIEW-COUNT      TO MT-EXC-VIEWS (MT-EXC-COUNT)
006210     MOVE MT-EXC-WORK-REASON TO MT-EXC-REASON (MT-EXC-COUNT).
006220 2680-STORE-EXCEPTION-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260*    3000-PRINT-REPORT                                          *
006270*    THREE SECTIONS: THE TOP POSTS BY VIEWS, THE PER-AUTHOR      *
006280*    ENGAGEMENT TOTALS, AND THE RUN TOTALS.  ROWS THAT FAILED    *
006290*    ARE SUMMARIZED IN THE TOTALS; THE DETAIL OF EACH FAILURE    *
006300*    IS ON SYSOUT FROM THE PROCESSING PASS.                     *
006310******************************************************************
006320 3000-PRINT-REPORT.
006330     IF NOT MT-ENGRPT-OK
006340         GO TO 3000-PRINT-REPORT-EXIT
006350     END-IF
006360     MOVE ZEROES TO MT-PAGE-COUNT
006370     PERFORM 3200-PRINT-PAGE-HEADERS
006380         THRU 3200-PRINT-PAGE-HEADERS-EXIT
006390     MOVE "TOP POSTS BY VIEWS" TO MT-RPT-SECTION-TITLE
006400     WRITE ER-PRINT-LINE FROM MT-RPT-SECTION-LINE
006410     WRITE ER-PRINT-LINE FROM MT-RPT-TOP-HEADER
006420     MOVE ZEROES TO MT-RANK-NUMBER
006430     PERFORM 3100-PRINT-TOP-LINE
006440         THRU 3100-PRINT-TOP-LINE-EXIT
006450         VARYING MT-SHUFFLE-IDX FROM 1 BY 1
006460         UNTIL MT-SHUFFLE-IDX > MT-TOP-COUNT
006470     WRITE ER-PRINT-LINE FROM SPACES
006480     MOVE "AUTHOR ENGAGEMENT TOTALS" TO MT-RPT-SECTION-TITLE
006490     WRITE ER-PRINT-LINE FROM MT-RPT-SECTION-LINE
006500     WRITE ER-PRINT-LINE FROM MT-RPT-AUTH-HEADER
006510     IF MT-AUTHOR-COUNT > ZEROES
006520         PERFORM 3150-PRINT-AUTHOR-LINE
006530             THRU 3150-PRINT-AUTHOR-LINE-EXIT
006540             VARYING MT-AUTH-IDX FROM 1 BY 1
006550             UNTIL MT-AUTH-IDX > MT-AUTHOR-COUNT
006560     END-IF
006570     WRITE ER-PRINT-LINE FROM SPACES
006580     IF MT-EXC-COUNT > ZEROES
006590         MOVE "METRICS ROWS IN EXCEPTION" TO MT-RPT-SECTION-TITLE
006600         WRITE ER-PRINT-LINE FROM MT-RPT-SECTION-LINE
006610         WRITE ER-PRINT-LINE FROM MT-RPT-EXCEPT-HEADER
006620         PERFORM 3170-PRINT-EXCEPTION-LINE
006630             THRU 3170-PRINT-EXCEPTION-LINE-EXIT
006640             VARYING MT-EXC-PRINT-IDX FROM 1 BY 1
006650             UNTIL MT-EXC-PRINT-IDX > MT-EXC-COUNT
006660         IF MT-EXC-LOST-COUNT > ZEROES
006670             MOVE "FURTHER EXCEPTIONS ON SYSOUT:"
006680                 TO MT-RPT-EXC-REASON
006690             MOVE SPACES          TO MT-RPT-EXC-POST-ID
006700             MOVE SPACES          TO MT-RPT-EXC-VIEWS
006710             WRITE ER-PRINT-LINE FROM MT-RPT-EXCEPT-DETAIL
006720         END-IF
006730         WRITE ER-PRINT-LINE FROM SPACES
006740     END-IF
006750     MOVE MT-ROWS-READ-COUNT      TO MT-RPT-TOTAL-READ
006760     MOVE MT-ROWS-MATCHED-COUNT   TO MT-RPT-TOTAL-MATCHED
006770     MOVE MT-ROWS-UNMATCHED-COUNT TO MT-RPT-TOTAL-UNMATCHED
006780     MOVE MT-ROWS-BAD-COUNT       TO MT-RPT-TOTAL-BAD
006790     WRITE ER-PRINT-LINE FROM MT-RPT-TOTAL-LINE-1
006800     WRITE ER-PRINT-LINE FROM MT-RPT-TOTAL-LINE-2
006810     WRITE ER-PRINT-LINE FROM MT-RPT-TOTAL-LINE-3
006820     WRITE ER-PRINT-LINE FROM MT-RPT-TOTAL-LINE-4
006830     MOVE MT-HIST-ADDED-COUNT     TO MT-RPT-TOTAL-HADDED
006840     MOVE MT-HIST-UPDATED-COUNT   TO MT-RPT-TOTAL-HUPDATED
006850     WRITE ER-PRINT-LINE FROM MT-RPT-TOTAL-LINE-5
006860     WRITE ER-PRINT-LINE FROM MT-RPT-TOTAL-LINE-6
006870     IF (MT-ROWS-UNMATCHED-COUNT > ZEROES
006880             OR MT-ROWS-BAD-COUNT > ZEROES)
006890         AND MT-RETURN-CODE < 4
006900         MOVE 4 TO MT-RETURN-CODE
006910     END-IF.
006920 3000-PRINT-REPORT-EXIT.
006930     EXIT.
006940
006950 3100-PRINT-TOP-LINE.
006960     IF MT-LINE-COUNT NOT LESS THAN MT-LINES-PER-PAGE
006970         PERFORM 3200-PRINT-PAGE-HEADERS
006980             THRU 3200-PRINT-PAGE-HEADERS-EXIT
006990         WRITE ER-PRINT-LINE FROM MT-RPT-TOP-HEADER
007000     END-IF
007010     ADD 1 TO MT-RANK-NUMBER
007020     MOVE MT-RANK-NUMBER TO MT-RPT-RANK
007030     MOVE MT-TOP-POST-ID (MT-SHUFFLE-IDX)
007040         TO MT-RPT-TOP-POST-ID
007050     MOVE MT-TOP-TITLE (MT-SHUFFLE-IDX)
007060         TO MT-RPT-TOP-TITLE
007070     MOVE MT-TOP-AUTHOR-ID (MT-SHUFFLE-IDX)
007080         TO MT-RPT-TOP-AUTHOR
007090     MOVE MT-TOP-VIEWS (MT-SHUFFLE-IDX)
007100         TO MT-RPT-TOP-VIEWS
007110     WRITE ER-PRINT-LINE FROM MT-RPT-TOP-DETAIL
007120     ADD 1 TO MT-LINE-COUNT.
007130 3100-PRINT-TOP-LINE-EXIT.
007140     EXIT.
007150
007160 3170-PRINT-EXCEPTION-LINE.
007170     IF MT-LINE-COUNT NOT LESS THAN MT-LINES-PER-PAGE
007180         PERFORM 3200-PRINT-PAGE-HEADERS
007190             THRU 3200-PRINT-PAGE-HEADERS-EXIT
007200         WRITE ER-PRINT-LINE FROM MT-RPT-EXCEPT-HEADER
007210     END-IF
007220     MOVE MT-EXC-POST-ID (MT-EXC-PRINT-IDX)
007230         TO MT-RPT-EXC-POST-ID
007240     MOVE MT-EXC-VIEWS (MT-EXC-PRINT-IDX)
007250         TO MT-RPT-EXC-VIEWS
007260     MOVE MT-EXC-REASON (MT-EXC-PRINT-IDX)
007270         TO MT-RPT-EXC-REASON
007280     WRITE ER-PRINT-LINE FROM MT-RPT-EXCEPT-DETAIL
007290     ADD 1 TO MT-LINE-COUNT.
007300 3170-PRINT-EXCEPTION-LINE-EXIT.
007310     EXIT.
007320
007330 3150-PRINT-AUTHOR-LINE.
007340     IF MT-LINE-COUNT NOT LESS THAN MT-LINES-PER-PAGE
007350         PERFORM 3200-PRINT-PAGE-HEADERS
007360             THRU 3200-PRINT-PAGE-HEADERS-EXIT
007370         WRITE ER-PRINT-LINE FROM MT-RPT-AUTH-HEADER
007380     END-IF
007390     MOVE MT-TBL-AUTHOR-ID (MT-AUTH-IDX)  TO MT-RPT-AUTH-ID
007400     MOVE MT-TBL-POST-COUNT (MT-AUTH-IDX) TO MT-RPT-AUTH-POSTS
007410     MOVE MT-TBL-VIEWS (MT-AUTH-IDX)      TO MT-RPT-AUTH-VIEWS
007420     MOVE MT-TBL-READERS (MT-AUTH-IDX)    TO MT-RPT-AUTH-READERS
007430     WRITE ER-PRINT-LINE FROM MT-RPT-AUTH-DETAIL
007440     ADD 1 TO MT-LINE-COUNT.
007450 3150-PRINT-AUTHOR-LINE-EXIT.
007460     EXIT.
007470
007480 3200-PRINT-PAGE-HEADERS.
007490     ADD 1 TO MT-PAGE-COUNT
007500     MOVE MT-PAGE-COUNT TO MT-RPT-PAGE-NO
007510     MOVE MT-CURR-MONTH TO MT-RPT-RUN-MONTH
007520     MOVE MT-CURR-DAY   TO MT-RPT-RUN-DAY
007530     MOVE MT-CURR-YEAR  TO MT-RPT-RUN-YEAR
007540     IF MT-PAGE-COUNT > 1
007550         WRITE ER-PRINT-LINE FROM SPACES
007560     END-IF
007570     WRITE ER-PRINT-LINE FROM MT-RPT-HEADER-1
007580     WRITE ER-PRINT-LINE FROM SPACES
007590     MOVE ZEROES TO MT-LINE-COUNT.
007600 3200-PRINT-PAGE-HEADERS-EXIT.
007610     EXIT.
007620
007630 9999-TERMINATE.
007640     IF MT-METRICS-OK OR MT-METRICS-EOF
007650         CLOSE METRICS-FILE
007660     END-IF
007670     IF MT-POSTHIST-OK
007680         CLOSE POST-HISTORY
007690     END-IF
007700     IF MT-ENGHIST-OK
007710         CLOSE ENGAGE-HISTORY
007720     END-IF
007730     IF MT-ENGRPT-OK
007740         CLOSE ENGAGE-REPORT
007750     END-IF.
007760 9999-TERMINATE-EXIT.
007770     EXIT.
