000050*                  BLGRECON PROVES THE EXPORT BALANCES TO OUR    *
000060*                  OWN CONTROL TOTALS; THIS STEP CLOSES THE      *
000070*                  LOOP WITH THE CMS ITSELF.  LOADS EVERY        *
000080*                  AUTHOR, POST, DELETE, AND UPDATE ROW FROM     *
000090*                  THE PRIOR NIGHT'S CMS EXPORT GENERATION INTO  *
000100*                  A TABLE, MATCHES THE CMS TEAM'S MORNING       *
000110*                  ACKNOWLEDGMENT FEED AGAINST IT ROW BY ROW,    *
000120*                  AND PRINTS EVERY ROW THE CMS FAILED OR        *
000130*                  NEVER ACKNOWLEDGED - SO A HALF-LOADED FEED    *
000270*    DATE       INIT  DESCRIPTION                                *
000280*    ---------  ----  -------------------------------------------*
000290*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000300*    2026-10-15  SDL  UPDATE ROWS (UPD TAG) APPENDED BY THE      *
000310*                     AMENDMENT STEP ARE NOW LOADED AND MATCHED  *
000320*                     AGAINST THE ACKNOWLEDGMENTS LIKE ANY OTHER *
000330*                     EXPORT ROW.                                *
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     CMSACK.
000370 AUTHOR.         SEBASTIAN DE LIMA.
000380 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000390 DATE-WRITTEN.   2026-09-02.
000400 DATE-COMPILED.  2026-09-02.
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
000530     SELECT CMS-EXPORT       ASSIGN TO CMSEXPRT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS AK-CMSEXPRT-STATUS.
000570
000580     SELECT CMS-ACK-FILE     ASSIGN TO CMSACKF
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS AK-CMSACKF-STATUS.
000620
000630     SELECT ACK-REPORT       ASSIGN TO ACKRPT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS AK-ACKRPT-STATUS.
000670
000680******************************************************************
000690*    DATA DIVISION                                              *
000700******************************************************************
000710 DATA DIVISION.
000720
000730 FILE SECTION.
000740 FD  CMS-EXPORT
000750     LABEL RECORDS ARE STANDARD.
000760 01  CE-EXPORT-LINE              PIC X(132).
000770
000780 FD  CMS-ACK-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY ACKREC.
000810
000820 FD  ACK-REPORT
000830     LABEL RECORDS ARE STANDARD.
000840 01  AR-PRINT-LINE               PIC X(132).
000850
000860 WORKING-STORAGE SECTION.
000870******************************************************************
000880*    FILE STATUS SWITCHES                                       *
000890******************************************************************
000900 01  AK-CMSEXPRT-STATUS      PIC X(02).
000910     88  AK-CMSEXPRT-OK              VALUE "00".
000920     88  AK-CMSEXPRT-EOF             VALUE "10".
000930
000940 01  AK-CMSACKF-STATUS       PIC X(02).
000950     88  AK-CMSACKF-OK               VALUE "00".
000960     88  AK-CMSACKF-EOF              VALUE "10".
000970
000980 01  AK-ACKRPT-STATUS        PIC X(02).
000990     88  AK-ACKRPT-OK                VALUE "00".
001000
001010******************************************************************
001020*    PROGRAM SWITCHES                                           *
001030******************************************************************
001040 77  AK-EXPORT-EOF-SWITCH    PIC X(01) VALUE "N".
001050     88  AK-END-OF-EXPORT            VALUE "Y".
001060
001070 77  AK-ACK-EOF-SWITCH       PIC X(01) VALUE "N".
001080     88  AK-END-OF-ACKS              VALUE "Y".
001090
001100 77  AK-ROW-FOUND-SWITCH     PIC X(01) VALUE "N".
001110     88  AK-ROW-FOUND                VALUE "Y".
001120
001130 77  AK-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
001140     88  AK-TABLE-FULL               VALUE "Y".
001150
001160******************************************************************
001170*    EXPORT ROW TABLE - EVERY AUTHOR, POST, DELETE, AND UPDATE   *
001180*    ROW FROM THE PRIOR NIGHT'S EXPORT, IN FEED ORDER.  EACH     *
001190*    ACK ROW MARKS ITS ENTRY LOADED OR FAILED; ENTRIES STILL     *
001200*    UNMARKED AT REPORT TIME WERE NEVER ACKNOWLEDGED AT ALL.     *
001210******************************************************************
001220 77  AK-ROW-TABLE-MAX        PIC 9(05) VALUE 05000.
001230 77  AK-ROW-COUNT            PIC 9(05) VALUE ZEROES.
001240
001250 01  AK-ROW-TABLE.
001260     05  AK-ROW-ENTRY OCCURS 1 TO 5000 TIMES
001270             DEPENDING ON AK-ROW-COUNT
001280             INDEXED BY AK-ROW-IDX.
001290         10  AK-TBL-ROW-TYPE         PIC X(06).
001300         10  AK-TBL-ITEM-ID          PIC X(08).
001310         10  AK-TBL-ACK-STATUS       PIC X(01).
001320             88  AK-TBL-UNACKED             VALUE " ".
001330             88  AK-TBL-LOADED              VALUE "L".
001340             88  AK-TBL-FAILED              VALUE "F".
001350
001360******************************************************************
001370*    EXPORT LINE PARSING WORK FIELDS                             *
001380******************************************************************
001390 77  AK-PARSE-TAG            PIC X(06) VALUE SPACES.
001400 77  AK-PARSE-ITEM           PIC X(08) VALUE SPACES.
001410
001420******************************************************************
001430*    RUN TOTALS                                                  *
001440******************************************************************
001450 77  AK-ACK-ROWS-READ        PIC 9(05) VALUE ZEROES.
001460 77  AK-ROWS-CONFIRMED       PIC 9(05) VALUE ZEROES.
001470 77  AK-ROWS-FAILED          PIC 9(05) VALUE ZEROES.
001480 77  AK-ROWS-UNACKED         PIC 9(05) VALUE ZEROES.
001490 77  AK-ROWS-UNKNOWN         PIC 9(05) VALUE ZEROES.
001500
001510 77  AK-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001520
001530 01  AK-CURRENT-DATE-FIELDS.
001540     05  AK-CURR-YEAR         PIC 9(04).
001550     05  AK-CURR-MONTH        PIC 9(02).
001560     05  AK-CURR-DAY          PIC 9(02).
001570     05  FILLER               PIC X(13).
001580
001590******************************************************************
001600*    ACKNOWLEDGMENT REPORT CONTROLS AND PRINT LINES              *
001610******************************************************************
001620 77  AK-LINES-PER-PAGE       PIC 9(02) VALUE 50.
001630 77  AK-LINE-COUNT           PIC 9(02) VALUE ZEROES.
001640 77  AK-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
001650
001660 01  AK-RPT-HEADER-1.
001670     05  FILLER                  PIC X(36)
001680             VALUE "CMSACK CMS LOAD ACKNOWLEDGMENT      ".
001690     05  FILLER                  PIC X(04) VALUE SPACES.
001700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001710     05  AK-RPT-RUN-MONTH        PIC 9(02).
001720     05  FILLER                  PIC X(01) VALUE "/".
001730     05  AK-RPT-RUN-DAY          PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE "/".
001750     05  AK-RPT-RUN-YEAR         PIC 9(04).
001760     05  FILLER                  PIC X(05) VALUE SPACES.
001770     05  FILLER                  PIC X(05) VALUE "PAGE ".
001780     05  AK-RPT-PAGE-NO          PIC ZZ9.
001790
001800 01  AK-RPT-HEADER-2.
001810     05  FILLER                  PIC X(08) VALUE "TYPE".
001820     05  FILLER                  PIC X(10) VALUE "ITEM ID".
001830     05  FILLER                  PIC X(07) VALUE "PROBLEM".
001840
001850 01  AK-RPT-DETAIL-LINE.
001860     05  AK-RPT-ROW-TYPE         PIC X(06).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  AK-RPT-ITEM-ID          PIC X(08).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  AK-RPT-PROBLEM          PIC X(40).
001910
001920 01  AK-RPT-TOTAL-LINE-1.
001930     05  FILLER                  PIC X(26)
001940             VALUE "EXPORT ROWS LOADED......: ".
001950     05  AK-RPT-TOT-EXPORT       PIC ZZZZ9.
001960
001970 01  AK-RPT-TOTAL-LINE-2.
001980     05  FILLER                  PIC X(26)
001990             VALUE "ACK ROWS READ...........: ".
002000     05  AK-RPT-TOT-ACKS         PIC ZZZZ9.
002010
002020 01  AK-RPT-TOTAL-LINE-3.
002030     05  FILLER                  PIC X(26)
002040             VALUE "ROWS CONFIRMED LOADED...: ".
002050     05  AK-RPT-TOT-CONFIRMED    PIC ZZZZ9.
002060
002070 01  AK-RPT-TOTAL-LINE-4.
002080     05  FILLER                  PIC X(26)
002090             VALUE "ROWS CMS FAILED.........: ".
002100     05  AK-RPT-TOT-FAILED       PIC ZZZZ9.
002110
002120 01  AK-RPT-TOTAL-LINE-5.
002130     05  FILLER                  PIC X(26)
002140             VALUE "ROWS NEVER ACKNOWLEDGED.: ".
002150     05  AK-RPT-TOT-UNACKED      PIC ZZZZ9.
002160
002170 01  AK-RPT-TOTAL-LINE-6.
002180     05  FILLER                  PIC X(26)
002190             VALUE "ACKS MATCHING NO ROW....: ".
002200     05  AK-RPT-TOT-UNKNOWN      PIC ZZZZ9.
002210
002220 01  AK-RPT-VERDICT-LINE.
002230     05  AK-RPT-VERDICT          PIC X(60).
002240
002250******************************************************************
002260*    PROCEDURE DIVISION                                         *
002270******************************************************************
002280 PROCEDURE DIVISION.
002290
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE
002320         THRU 1000-INITIALIZE-EXIT
002330     PERFORM 2000-LOAD-EXPORT-ROWS
002340         THRU 2000-LOAD-EXPORT-ROWS-EXIT
002350         UNTIL AK-END-OF-EXPORT
002360     PERFORM 2500-MATCH-ACK-ROWS
002370         THRU 2500-MATCH-ACK-ROWS-EXIT
002380         UNTIL AK-END-OF-ACKS
002390     PERFORM 3000-PRINT-REPORT
002400         THRU 3000-PRINT-REPORT-EXIT
002410     PERFORM 9999-TERMINATE
002420         THRU 9999-TERMINATE-EXIT
002430     MOVE AK-RETURN-CODE TO RETURN-CODE
002440     STOP RUN.
002450
002460 1000-INITIALIZE.
002470     MOVE FUNCTION CURRENT-DATE TO AK-CURRENT-DATE-FIELDS
002480     OPEN INPUT CMS-EXPORT
002490     IF NOT AK-CMSEXPRT-OK
002500         DISPLAY "CMSACK: UNABLE TO OPEN CMS-EXPORT, "
002510             "STATUS = " AK-CMSEXPRT-STATUS
002520         MOVE "Y" TO AK-EXPORT-EOF-SWITCH
002530         MOVE "Y" TO AK-ACK-EOF-SWITCH
002540         MOVE 12 TO AK-RETURN-CODE
002550         GO TO 1000-INITIALIZE-EXIT
002560     END-IF
002570     OPEN INPUT CMS-ACK-FILE
002580     IF NOT AK-CMSACKF-OK
002590         DISPLAY "CMSACK: UNABLE TO OPEN CMS-ACK-FILE, "
002600             "STATUS = " AK-CMSACKF-STATUS
002610         MOVE "Y" TO AK-EXPORT-EOF-SWITCH
002620         MOVE "Y" TO AK-ACK-EOF-SWITCH
002630         MOVE 12 TO AK-RETURN-CODE
002640         GO TO 1000-INITIALIZE-EXIT
002650     END-IF
002660     OPEN OUTPUT ACK-REPORT
002670     IF NOT AK-ACKRPT-OK
002680         DISPLAY "CMSACK: UNABLE TO OPEN ACK-REPORT, "
002690             "STATUS = " AK-ACKRPT-STATUS
002700         MOVE "Y" TO AK-EXPORT-EOF-SWITCH
002710         MOVE "Y" TO AK-ACK-EOF-SWITCH
002720         MOVE 12 TO AK-RETURN-CODE
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF
002750     MOVE ZEROES TO AK-PAGE-COUNT
002760     MOVE AK-LINES-PER-PAGE TO AK-LINE-COUNT
002770     PERFORM 2100-READ-NEXT-EXPORT
002780         THRU 2100-READ-NEXT-EXPORT-EXIT
002790     PERFORM 2150-READ-NEXT-ACK
002800         THRU 2150-READ-NEXT-ACK-EXIT.
002810 1000-INITIALIZE-EXIT.
002820     EXIT.
002830
002840******************************************************************
002850*    2000-LOAD-EXPORT-ROWS                                      *
002860*    FILES EACH EXPORT ROW'S TAG AND ITEM ID INTO THE TABLE.      *
002870*    HEADER ROWS CARRY NO ITEM AND ARE SKIPPED.  A FULL TABLE     *
002880*    SUSPENDS LOADING AND FAILS THE RUN - ROWS NOT IN THE         *
002890*    TABLE COULD NEVER BE VERIFIED.                              *
002900******************************************************************
002910 2000-LOAD-EXPORT-ROWS.
002920     IF CE-EXPORT-LINE (1:4) = "HDR|"
002930         GO TO 2000-LOAD-EXPORT-ROWS-READ
002940     END-IF
002950     IF AK-TABLE-FULL
002960         GO TO 2000-LOAD-EXPORT-ROWS-READ
002970     END-IF
002980     IF AK-ROW-COUNT NOT LESS THAN AK-ROW-TABLE-MAX
002990         MOVE "Y" TO AK-TABLE-FULL-SWITCH
003000         DISPLAY "CMSACK: EXPORT ROW TABLE FULL AT "
003010             AK-ROW-TABLE-MAX " ENTRIES -- REMAINING ROWS "
003020             "CANNOT BE VERIFIED"
003030         MOVE 8 TO AK-RETURN-CODE
003040         GO TO 2000-LOAD-EXPORT-ROWS-READ
003050     END-IF
003060     MOVE SPACES TO AK-PARSE-TAG
003070     MOVE SPACES TO AK-PARSE-ITEM
003080     UNSTRING CE-EXPORT-LINE DELIMITED BY "|"
003090         INTO AK-PARSE-TAG AK-PARSE-ITEM
003100     END-UNSTRING
003110     IF AK-PARSE-TAG NOT = "AUTHOR"
003120         AND AK-PARSE-TAG NOT = "POST"
003130         AND AK-PARSE-TAG NOT = "DEL"
003140         AND AK-PARSE-TAG NOT = "UPD"
003150         GO TO 2000-LOAD-EXPORT-ROWS-READ
003160     END-IF
003170     ADD 1 TO AK-ROW-COUNT
003180     SET AK-ROW-IDX TO AK-ROW-COUNT
003190     MOVE AK-PARSE-TAG  TO AK-TBL-ROW-TYPE (AK-ROW-IDX)
003200     MOVE AK-PARSE-ITEM TO AK-TBL-ITEM-ID (AK-ROW-IDX)
003210     MOVE SPACE         TO AK-TBL-ACK-STATUS (AK-ROW-IDX).
003220 2000-LOAD-EXPORT-ROWS-READ.
003230     PERFORM 2100-READ-NEXT-EXPORT
003240         THRU 2100-READ-NEXT-EXPORT-EXIT.
003250 2000-LOAD-EXPORT-ROWS-EXIT.
003260     EXIT.
003270
003280 2100-READ-NEXT-EXPORT.
003290     READ CMS-EXPORT
003300         AT END
003310             MOVE "Y" TO AK-EXPORT-EOF-SWITCH
003320             GO TO 2100-READ-NEXT-EXPORT-EXIT
003330     END-READ.
003340 2100-READ-NEXT-EXPORT-EXIT.
003350     EXIT.
003360
003370 2150-READ-NEXT-ACK.
003380     READ CMS-ACK-FILE
003390         AT END
003400             MOVE "Y" TO AK-ACK-EOF-SWITCH
003410             GO TO 2150-READ-NEXT-ACK-EXIT
003420     END-READ
003430     ADD 1 TO AK-ACK-ROWS-READ.
003440 2150-READ-NEXT-ACK-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480*    2500-MATCH-ACK-ROWS                                        *
003490*    MARKS EACH ACKNOWLEDGED ROW'S TABLE ENTRY LOADED OR          *
003500*    FAILED.  AN ACK ROW WITH NO MATCHING EXPORT ROW MEANS THE    *
003510*    TWO SIDES DISAGREE ABOUT WHAT WAS SENT, WHICH IS JUST AS     *
003520*    WRONG AS A MISSING ACK, SO IT PRINTS AND FAILS THE RUN.      *
003530******************************************************************
003540 2500-MATCH-ACK-ROWS.
003550     MOVE "N" TO AK-ROW-FOUND-SWITCH
003560     IF AK-ROW-COUNT > ZEROES
003570         SET AK-ROW-IDX TO 1
003580         SEARCH AK-ROW-ENTRY
003590             AT END
003600                 CONTINUE
003610             WHEN AK-TBL-ROW-TYPE (AK-ROW-IDX) = CA-ROW-TYPE
003620                 AND AK-TBL-ITEM-ID (AK-ROW-IDX) = CA-ITEM-ID
003630                 MOVE "Y" TO AK-ROW-FOUND-SWITCH
003640         END-SEARCH
003650     END-IF
003660     IF NOT AK-ROW-FOUND
003670         ADD 1 TO AK-ROWS-UNKNOWN
003680         MOVE CA-ROW-TYPE TO AK-RPT-ROW-TYPE
003690         MOVE CA-ITEM-ID  TO AK-RPT-ITEM-ID
003700         MOVE "ACKNOWLEDGED BUT NOT ON OUR EXPORT"
003710             TO AK-RPT-PROBLEM
003720         PERFORM 5000-WRITE-REPORT-LINE
003730             THRU 5000-WRITE-REPORT-LINE-EXIT
003740         GO TO 2500-MATCH-ACK-ROWS-READ
003750     END-IF
003760     IF CA-LOAD-FAILED
003770         MOVE "F" TO AK-TBL-ACK-STATUS (AK-ROW-IDX)
003780     ELSE
003790         MOVE "L" TO AK-TBL-ACK-STATUS (AK-ROW-IDX)
003800     END-IF.
003810 2500-MATCH-ACK-ROWS-READ.
003820     PERFORM 2150-READ-NEXT-ACK
003830         THRU 2150-READ-NEXT-ACK-EXIT.
003840 2500-MATCH-ACK-ROWS-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    3000-PRINT-REPORT                                          *
003890*    WALKS THE TABLE PRINTING EVERY ROW THE CMS FAILED OR         *
003900*    NEVER ACKNOWLEDGED, THEN THE RUN TOTALS AND THE VERDICT      *
003910*    LINE THE MORNING CHECK READS FIRST.                          *
003920******************************************************************
003930 3000-PRINT-REPORT.
003940     IF NOT AK-ACKRPT-OK
003950         GO TO 3000-PRINT-REPORT-EXIT
003960     END-IF
003970     IF AK-ROW-COUNT > ZEROES
003980         PERFORM 3100-JUDGE-ONE-ROW
003990             THRU 3100-JUDGE-ONE-ROW-EXIT
004000             VARYING AK-ROW-IDX FROM 1 BY 1
004010             UNTIL AK-ROW-IDX > AK-ROW-COUNT
004020     END-IF
004030     IF AK-PAGE-COUNT = ZEROES
004040         PERFORM 5100-PRINT-PAGE-HEADERS
004050             THRU 5100-PRINT-PAGE-HEADERS-EXIT
004060     END-IF
004070     MOVE AK-ROW-COUNT      TO AK-RPT-TOT-EXPORT
004080     MOVE AK-ACK-ROWS-READ  TO AK-RPT-TOT-ACKS
004090     MOVE AK-ROWS-CONFIRMED TO AK-RPT-TOT-CONFIRMED
004100     MOVE AK-ROWS-FAILED    TO AK-RPT-TOT-FAILED
004110     MOVE AK-ROWS-UNACKED   TO AK-RPT-TOT-UNACKED
004120     MOVE AK-ROWS-UNKNOWN   TO AK-RPT-TOT-UNKNOWN
004130     WRITE AR-PRINT-LINE FROM SPACES
004140     WRITE AR-PRINT-LINE FROM AK-RPT-TOTAL-LINE-1
004150     WRITE AR-PRINT-LINE FROM AK-RPT-TOTAL-LINE-2
004160     WRITE AR-PRINT-LINE FROM AK-RPT-TOTAL-LINE-3
004170     WRITE AR-PRINT-LINE FROM AK-RPT-TOTAL-LINE-4
004180     WRITE AR-PRINT-LINE FROM AK-RPT-TOTAL-LINE-5
004190     WRITE AR-PRINT-LINE FROM AK-RPT-TOTAL-LINE-6
004200     WRITE AR-PRINT-LINE FROM SPACES
004210     IF AK-ROWS-FAILED = ZEROES
004220         AND AK-ROWS-UNACKED = ZEROES
004230         AND AK-ROWS-UNKNOWN = ZEROES
004240         AND NOT AK-TABLE-FULL
004250         MOVE "CMS CONFIRMED THE FULL FEED LOADED"
004260             TO AK-RPT-VERDICT
004270     ELSE
004280         MOVE "*** CMS DID NOT CONFIRM THE FULL FEED - SEE "
004290             TO AK-RPT-VERDICT
004300         MOVE "ABOVE ***" TO AK-RPT-VERDICT (45:9)
004310         IF AK-RETURN-CODE < 8
004320             MOVE 8 TO AK-RETURN-CODE
004330         END-IF
004340     END-IF
004350     WRITE AR-PRINT-LINE FROM AK-RPT-VERDICT-LINE.
004360 3000-PRINT-REPORT-EXIT.
004370     EXIT.
004380
004390 3100-JUDGE-ONE-ROW.
004400     EVALUATE TRUE
004410         WHEN AK-TBL-LOADED (AK-ROW-IDX)
004420             ADD 1 TO AK-ROWS-CONFIRMED
004430         WHEN AK-TBL-FAILED (AK-ROW-IDX)
004440             ADD 1 TO AK-ROWS-FAILED
004450             MOVE AK-TBL-ROW-TYPE (AK-ROW-IDX)
004460                 TO AK-RPT-ROW-TYPE
004470             MOVE AK-TBL-ITEM-ID (AK-ROW-IDX)
004480                 TO AK-RPT-ITEM-ID
004490             MOVE "CMS REPORTED THE LOAD FAILED"
004500                 TO AK-RPT-PROBLEM
004510             PERFORM 5000-WRITE-REPORT-LINE
004520                 THRU 5000-WRITE-REPORT-LINE-EXIT
004530         WHEN OTHER
004540             ADD 1 TO AK-ROWS-UNACKED
004550             MOVE AK-TBL-ROW-TYPE (AK-ROW-IDX)
004560                 TO AK-RPT-ROW-TYPE
004570             MOVE AK-TBL-ITEM-ID (AK-ROW-IDX)
004580                 TO AK-RPT-ITEM-ID
004590             MOVE "NEVER ACKNOWLEDGED BY THE CMS"
004600                 TO AK-RPT-PROBLEM
004610             PERFORM 5000-WRITE-REPORT-LINE
004620                 THRU 5000-WRITE-REPORT-LINE-EXIT
004630     END-EVALUATE.
004640 3100-JUDGE-ONE-ROW-EXIT.
004650     EXIT.
004660
004670 5000-WRITE-REPORT-LINE.
004680     IF AK-LINE-COUNT NOT LESS THAN AK-LINES-PER-PAGE
004690         PERFORM 5100-PRINT-PAGE-HEADERS
004700             THRU 5100-PRINT-PAGE-HEADERS-EXIT
004710     END-IF
004720     WRITE AR-PRINT-LINE FROM AK-RPT-DETAIL-LINE
004730     ADD 1 TO AK-LINE-COUNT.
004740 5000-WRITE-REPORT-LINE-EXIT.
004750     EXIT.
004760
004770 5100-PRINT-PAGE-HEADERS.
004780     ADD 1 TO AK-PAGE-COUNT
004790     MOVE AK-PAGE-COUNT TO AK-RPT-PAGE-NO
004800     MOVE AK-CURR-MONTH TO AK-RPT-RUN-MONTH
004810     MOVE AK-CURR-DAY   TO AK-RPT-RUN-DAY
004820     MOVE AK-CURR-YEAR  TO AK-RPT-RUN-YEAR
004830     IF AK-PAGE-COUNT > 1
004840         WRITE AR-PRINT-LINE FROM SPACES
004850     END-IF
004860     WRITE AR-PRINT-LINE FROM AK-RPT-HEADER-1
004870     WRITE AR-PRINT-LINE FROM AK-RPT-HEADER-2
004880     MOVE ZEROES TO AK-LINE-COUNT.
004890 5100-PRINT-PAGE-HEADERS-EXIT.
004900     EXIT.
004910
004920 9999-TERMINATE.
004930     IF AK-CMSEXPRT-OK OR AK-CMSEXPRT-EOF
004940         CLOSE CMS-EXPORT
004950     END-IF
004960     IF AK-CMSACKF-OK OR AK-CMSACKF-EOF
004970         CLOSE CMS-ACK-FILE
004980     END-IF
004990     IF AK-ACKRPT-OK
005000         CLOSE ACK-REPORT
005010     END-IF.
005020 9999-TERMINATE-EXIT.
005030     EXIT.
