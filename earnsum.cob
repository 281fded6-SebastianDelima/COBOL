000120*                  MASTER; A DEPARTED CONTRIBUTOR STILL          *
000130*                  REPORTS, FLAGGED AS SUCH.  THE REPORT YEAR    *
000140*                  ARRIVES AS A CCYY PARM; NO PARM MEANS THE     *
000150*                  PRIOR CALENDAR YEAR.  EACH MONTH ALSO SHOWS   *
000160*                  WHAT ACCOUNTS PAYABLE HAS CONFIRMED PAYING    *
000170*                  (AS MARKED BY PAYRECON) AND WHAT IS STILL     *
000180*                  ONLY OWED, SO SETTLED MONEY AND OWED MONEY    *
000190*                  ARE TOTALLED APART.  THE MONTHLY ENGAGEMENT   *
000200*                  BONUS SHOWS IN ITS OWN COLUMN AND IS OWED     *
000210*                  ALONG WITH THE MONTH'S WORD PAY.              *
000220*                                                                *
000230*    RETURN CODES  0000 - SUMMARY PRINTED                        *
000240*                  0004 - CONTRIBUTORS NO LONGER ON              *
000250*                         AUTHOR-MASTER                          *
000260*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000270*                                                                *
000280*    MODIFICATION HISTORY                                       *
000290*    ---------------------------------------------------------- *
000300*    DATE       INIT  DESCRIPTION                                *
000310*    ---------  ----  -------------------------------------------*
000320*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000330*    2026-10-15  SDL  MONTH LINES, YEAR TOTALS, AND RUN TOTALS   *
000340*                     NOW SPLIT THE AMOUNT INTO MONEY A/P HAS    *
000350*                     SETTLED AND MONEY STILL OWED, WITH THE     *
000360*                     MONTH'S A/P REMITTANCE STATUS.             *
000370*    2026-10-15  SDL  THE ENGAGEMENT BONUS BUCKET ON THE EARNINGS*
000380*                     MASTER NOW PRINTS AS A BONUS COLUMN, A     *
000390*                     YEAR BONUS LINE, AND A RUN TOTAL, AND IS   *
000400*                     COUNTED IN WHAT IS PAID AND STILL OWED.    *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     EARNSUM.
000440 AUTHOR.         SEBASTIAN DE LIMA.
000450 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000460 DATE-WRITTEN.   2026-09-02.
000470 DATE-COMPILED.  2026-09-02.
000480
000490******************************************************************
000500*    ENVIRONMENT DIVISION                                       *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.    MACBOOK-PRO.
000560 OBJECT-COMPUTER.    MACBOOK-PRO.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT EARNINGS-MASTER  ASSIGN TO EARNMST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS EY-AUTHOR-ID
000640         FILE STATUS IS ES-EARNMST-STATUS.
000650
000660     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS AR-AUTHOR-ID
000700         FILE STATUS IS ES-AUTHMST-STATUS.
000710
000720     SELECT EARNINGS-REPORT  ASSIGN TO EARNRPT
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS ES-EARNRPT-STATUS.
000760
000770******************************************************************
000780*    DATA DIVISION                                              *
000790******************************************************************
000800 DATA DIVISION.
000810
000820 FILE SECTION.
000830 FD  EARNINGS-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY EARNREC.
000860
000870 FD  AUTHOR-MASTER
000880     LABEL RECORDS ARE STANDARD.
000890     COPY AUTHREC.
000900
000910 FD  EARNINGS-REPORT
000920     LABEL RECORDS ARE STANDARD.
000930 01  ER-PRINT-LINE               PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960******************************************************************
000970*    FILE STATUS SWITCHES                                       *
000980******************************************************************
000990 01  ES-EARNMST-STATUS       PIC X(02).
001000     88  ES-EARNMST-OK               VALUE "00".
001010     88  ES-EARNMST-EOF              VALUE "10".
001020
001030 01  ES-AUTHMST-STATUS       PIC X(02).
001040     88  ES-AUTHMST-OK               VALUE "00".
001050
001060 01  ES-EARNRPT-STATUS       PIC X(02).
001070     88  ES-EARNRPT-OK               VALUE "00".
001080
001090******************************************************************
001100*    PROGRAM SWITCHES AND REPORT YEAR CONTROL                    *
001110******************************************************************
001120 77  ES-EOF-SWITCH           PIC X(01) VALUE "N".
001130     88  ES-END-OF-EARNINGS          VALUE "Y".
001140
001150 77  ES-REPORT-YEAR          PIC 9(04) VALUE ZEROES.
001160 77  ES-MONTH-IDX            PIC 9(02) VALUE ZEROES.
001170
001180 01  ES-CURRENT-DATE-FIELDS.
001190     05  ES-CURR-YEAR         PIC 9(04).
001200     05  ES-CURR-MONTH        PIC 9(02).
001210     05  ES-CURR-DAY          PIC 9(02).
001220     05  FILLER               PIC X(13).
001230
001240******************************************************************
001250*    RUN TOTALS                                                  *
001260******************************************************************
001270 77  ES-RECORDS-READ         PIC 9(05) VALUE ZEROES.
001280 77  ES-RECORDS-REPORTED     PIC 9(05) VALUE ZEROES.
001290 77  ES-RECORDS-SKIPPED      PIC 9(05) VALUE ZEROES.
001300 77  ES-UNMATCHED-AUTHORS    PIC 9(05) VALUE ZEROES.
001310 77  ES-TOT-AMOUNT           PIC 9(09)V9(02) VALUE ZEROES.
001320 77  ES-TOT-SETTLED          PIC 9(09)V9(02) VALUE ZEROES.
001330 77  ES-TOT-OWED             PIC 9(09)V9(02) VALUE ZEROES.
001340 77  ES-TOT-BONUS            PIC 9(09)V9(02) VALUE ZEROES.
001350
001360 77  ES-MTH-DUE              PIC 9(08)V9(02) VALUE ZEROES.
001370 77  ES-MTH-OWED             PIC 9(08)V9(02) VALUE ZEROES.
001380 77  ES-YTD-SETTLED          PIC 9(08)V9(02) VALUE ZEROES.
001390 77  ES-YTD-OWED             PIC 9(08)V9(02) VALUE ZEROES.
001400
001410 77  ES-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001420
001430******************************************************************
001440*    EARNINGS SUMMARY CONTROLS AND PRINT LINES                   *
001450******************************************************************
001460 77  ES-LINES-PER-PAGE       PIC 9(02) VALUE 50.
001470 77  ES-LINE-COUNT           PIC 9(02) VALUE ZEROES.
001480 77  ES-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
001490
001500 01  ES-RPT-HEADER-1.
001510     05  FILLER                  PIC X(38)
001520             VALUE "EARNSUM ANNUAL EARNINGS SUMMARY       ".
001530     05  FILLER                  PIC X(12) VALUE "REPORT YEAR ".
001540     05  ES-RPT-HDR-YEAR         PIC 9(04).
001550     05  FILLER                  PIC X(05) VALUE SPACES.
001560     05  FILLER                  PIC X(05) VALUE "PAGE ".
001570     05  ES-RPT-PAGE-NO          PIC ZZ9.
001580
001590 01  ES-RPT-AUTHOR-LINE.
001600     05  FILLER                  PIC X(10) VALUE "AUTHOR    ".
001610     05  ES-RPT-AUTHOR-ID        PIC X(06).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  ES-RPT-NAME             PIC X(22).
001640
001650 01  ES-RPT-COL-HEADER.
001660     05  FILLER                  PIC X(10) VALUE "  MONTH".
001670     05  FILLER                  PIC X(12) VALUE "WORDS".
001680     05  FILLER                  PIC X(12) VALUE "AMOUNT".
001690     05  FILLER                  PIC X(13) VALUE "BONUS".
001700     05  FILLER                  PIC X(13) VALUE "SETTLED".
001710     05  FILLER                  PIC X(13) VALUE "OWED".
001720     05  FILLER                  PIC X(14) VALUE "A/P STATUS".
001730
001740 01  ES-RPT-MONTH-LINE.
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  ES-RPT-MONTH            PIC 9(02).
001770     05  FILLER                  PIC X(01) VALUE "/".
001780     05  ES-RPT-YEAR             PIC 9(04).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  ES-RPT-MTH-WORDS        PIC ZZZZZZ9.
001810     05  FILLER                  PIC X(03) VALUE SPACES.
001820     05  ES-RPT-MTH-AMOUNT       PIC ZZZZZZ9.99.
001830     05  FILLER                  PIC X(03) VALUE SPACES.
001840     05  ES-RPT-MTH-BONUS        PIC ZZZZZZ9.99.
001850     05  FILLER                  PIC X(03) VALUE SPACES.
001860     05  ES-RPT-MTH-SETTLED      PIC ZZZZZZ9.99.
001870     05  FILLER                  PIC X(03) VALUE SPACES.
001880     05  ES-RPT-MTH-OWED         PIC ZZZZZZZ9.99.
001890     05  FILLER                  PIC X(03) VALUE SPACES.
001900     05  ES-RPT-MTH-STATUS       PIC X(14).
001910
001920 01  ES-RPT-YTD-LINE.
001930     05  FILLER                  PIC X(26)
001940             VALUE "  YEAR TOTAL............: ".
001950     05  ES-RPT-YTD-WORDS        PIC ZZZZZZZ9.
001960     05  FILLER                  PIC X(08) VALUE " WORDS  ".
001970     05  ES-RPT-YTD-AMOUNT       PIC ZZZZZZZZ9.99.
001980
001990 01  ES-RPT-YTD-BONUS-LINE.
002000     05  FILLER                  PIC X(26)
002010             VALUE "  ENGAGEMENT BONUS......: ".
002020     05  FILLER                  PIC X(14) VALUE SPACES.
002030     05  ES-RPT-YTD-BONUS        PIC ZZZZZZZZ9.99.
002040
002050 01  ES-RPT-YTD-SETTLED-LINE.
002060     05  FILLER                  PIC X(26)
002070             VALUE "  SETTLED BY A/P........: ".
002080     05  FILLER                  PIC X(14) VALUE SPACES.
002090     05  ES-RPT-YTD-SETTLED      PIC ZZZZZZZZ9.99.
002100
002110 01  ES-RPT-YTD-OWED-LINE.
002120     05  FILLER                  PIC X(26)
002130             VALUE "  STILL OWED............: ".
002140     05  FILLER                  PIC X(14) VALUE SPACES.
002150     05  ES-RPT-YTD-OWED         PIC ZZZZZZZZ9.99.
002160
002170 01  ES-RPT-TOTAL-LINE-1.
002180     05  FILLER                  PIC X(26)
002190             VALUE "EARNINGS RECORDS READ...: ".
002200     05  ES-RPT-TOT-READ         PIC ZZZZ9.
002210
002220 01  ES-RPT-TOTAL-LINE-2.
002230     05  FILLER                  PIC X(26)
002240             VALUE "CONTRIBUTORS REPORTED...: ".
002250     05  ES-RPT-TOT-REPORTED     PIC ZZZZ9.
002260
002270 01  ES-RPT-TOTAL-LINE-3.
002280     05  FILLER                  PIC X(26)
002290             VALUE "RECORDS OUTSIDE YEAR....: ".
002300     05  ES-RPT-TOT-SKIPPED      PIC ZZZZ9.
002310
002320 01  ES-RPT-TOTAL-LINE-4.
002330     05  FILLER                  PIC X(26)
002340             VALUE "TOTAL PAID IN YEAR......: ".
002350     05  ES-RPT-TOT-AMOUNT       PIC ZZZZZZZZ9.99.
002360
002370 01  ES-RPT-TOTAL-LINE-5.
002380     05  FILLER                  PIC X(26)
002390             VALUE "AUTHORS NOT ON MASTER...: ".
002400     05  ES-RPT-TOT-UNMATCHED    PIC ZZZZ9.
002410
002420 01  ES-RPT-TOTAL-LINE-6.
002430     05  FILLER                  PIC X(26)
002440             VALUE "TOTAL SETTLED BY A/P....: ".
002450     05  ES-RPT-TOT-SETTLED      PIC ZZZZZZZZ9.99.
002460
002470 01  ES-RPT-TOTAL-LINE-7.
002480     05  FILLER                  PIC X(26)
002490             VALUE "TOTAL STILL OWED........: ".
002500     05  ES-RPT-TOT-OWED         PIC ZZZZZZZZ9.99.
002510
002520 01  ES-RPT-TOTAL-LINE-8.
002530     05  FILLER                  PIC X(26)
002540             VALUE "TOTAL ENGAGEMENT BONUS..: ".
002550     05  ES-RPT-TOT-BONUS        PIC ZZZZZZZZ9.99.
002560
002570******************************************************************
002580*    LINKAGE SECTION                                            *
002590*    THE REPORT YEAR ARRIVES AS PARM='CCYY' ON THE EXEC           *
002600*    STATEMENT.  NO PARM, OR ONE THAT IS NOT NUMERIC, MEANS       *
002610*    THE PRIOR CALENDAR YEAR - THE YEAR TAX SEASON ASKS FOR.      *
002620******************************************************************
002630 LINKAGE SECTION.
002640 01  LS-PARM-DATA.
002650     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002660     05  LS-PARM-TEXT            PIC X(04).
002670
002680******************************************************************
002690*    PROCEDURE DIVISION                                         *
002700******************************************************************
002710 PROCEDURE DIVISION USING LS-PARM-DATA.
002720
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE
002750         THRU 1000-INITIALIZE-EXIT
002760     PERFORM 2000-SUMMARIZE-EARNINGS
002770         THRU 2000-SUMMARIZE-EARNINGS-EXIT
002780         UNTIL ES-END-OF-EARNINGS
002790     PERFORM 3000-PRINT-RUN-TOTALS
002800         THRU 3000-PRINT-RUN-TOTALS-EXIT
002810     PERFORM 9999-TERMINATE
002820         THRU 9999-TERMINATE-EXIT
002830     MOVE ES-RETURN-CODE TO RETURN-CODE
002840     STOP RUN.
002850
002860 1000-INITIALIZE.
002870     MOVE FUNCTION CURRENT-DATE TO ES-CURRENT-DATE-FIELDS
002880     IF LS-PARM-LENGTH = 4
002890         AND LS-PARM-TEXT NUMERIC
002900         MOVE LS-PARM-TEXT TO ES-REPORT-YEAR
002910     ELSE
002920         IF LS-PARM-LENGTH > 0
002930             DISPLAY "EARNSUM: PARM IS NOT A VALID CCYY REPORT "
002940                 "YEAR -- REPORTING THE PRIOR CALENDAR YEAR"
002950         END-IF
002960         COMPUTE ES-REPORT-YEAR = ES-CURR-YEAR - 1
002970     END-IF
002980     OPEN INPUT EARNINGS-MASTER
002990     IF NOT ES-EARNMST-OK
003000         DISPLAY "EARNSUM: UNABLE TO OPEN EARNINGS-MASTER, "
003010             "STATUS = " ES-EARNMST-STATUS
003020         MOVE "Y" TO ES-EOF-SWITCH
003030         MOVE 12 TO ES-RETURN-CODE
003040         GO TO 1000-INITIALIZE-EXIT
003050     END-IF
003060     OPEN INPUT AUTHOR-MASTER
003070     IF NOT ES-AUTHMST-OK
003080         DISPLAY "EARNSUM: UNABLE TO OPEN AUTHOR-MASTER, "
003090             "STATUS = " ES-AUTHMST-STATUS
003100         MOVE "Y" TO ES-EOF-SWITCH
003110         MOVE 12 TO ES-RETURN-CODE
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF
003140     OPEN OUTPUT EARNINGS-REPORT
003150     IF NOT ES-EARNRPT-OK
003160         DISPLAY "EARNSUM: UNABLE TO OPEN EARNINGS-REPORT, "
003170             "STATUS = " ES-EARNRPT-STATUS
003180         MOVE "Y" TO ES-EOF-SWITCH
003190         MOVE 12 TO ES-RETURN-CODE
003200         GO TO 1000-INITIALIZE-EXIT
003210     END-IF
003220     MOVE ZEROES TO ES-PAGE-COUNT
003230     PERFORM 3200-PRINT-PAGE-HEADERS
003240         THRU 3200-PRINT-PAGE-HEADERS-EXIT
003250     PERFORM 2100-READ-NEXT-EARNINGS
003260         THRU 2100-READ-NEXT-EARNINGS-EXIT.
003270 1000-INITIALIZE-EXIT.
003280     EXIT.
003290
003300******************************************************************
003310*    2000-SUMMARIZE-EARNINGS                                    *
003320*    PRINTS ONE CONTRIBUTOR BLOCK PER RECORD IN THE REPORT        *
003330*    YEAR: THE AUTHOR LINE, ONE LINE PER MONTH WITH SETTLED       *
003340*    EARNINGS, AND THE YEAR TOTAL SPLIT INTO WHAT A/P HAS         *
003350*    SETTLED AND WHAT IS STILL OWED.  RECORDS FROM OTHER YEARS    *
003360*    ARE COUNTED AND SKIPPED.                                     *
003370******************************************************************
003380 2000-SUMMARIZE-EARNINGS.
003390     IF EY-EARNINGS-YEAR NOT = ES-REPORT-YEAR
003400         ADD 1 TO ES-RECORDS-SKIPPED
003410         GO TO 2000-SUMMARIZE-EARNINGS-READ
003420     END-IF
003430     IF ES-LINE-COUNT NOT LESS THAN ES-LINES-PER-PAGE
003440         PERFORM 3200-PRINT-PAGE-HEADERS
003450             THRU 3200-PRINT-PAGE-HEADERS-EXIT
003460     END-IF
003470     MOVE EY-AUTHOR-ID TO ES-RPT-AUTHOR-ID
003480     MOVE EY-AUTHOR-ID TO AR-AUTHOR-ID
003490     READ AUTHOR-MASTER
003500         INVALID KEY
003510             MOVE "(NO LONGER ON MASTER)" TO ES-RPT-NAME
003520             ADD 1 TO ES-UNMATCHED-AUTHORS
003530             IF ES-RETURN-CODE < 4
003540                 MOVE 4 TO ES-RETURN-CODE
003550             END-IF
003560         NOT INVALID KEY
003570             MOVE AR-NAME TO ES-RPT-NAME
003580     END-READ
003590     WRITE ER-PRINT-LINE FROM SPACES
003600     WRITE ER-PRINT-LINE FROM ES-RPT-AUTHOR-LINE
003610     WRITE ER-PRINT-LINE FROM ES-RPT-COL-HEADER
003620     ADD 3 TO ES-LINE-COUNT
003630     MOVE ZEROES TO ES-YTD-SETTLED
003640     MOVE ZEROES TO ES-YTD-OWED
003650     PERFORM 2200-PRINT-MONTH-LINE
003660         THRU 2200-PRINT-MONTH-LINE-EXIT
003670         VARYING ES-MONTH-IDX FROM 1 BY 1
003680         UNTIL ES-MONTH-IDX > 12
003690     MOVE EY-YTD-WORDS  TO ES-RPT-YTD-WORDS
003700     MOVE EY-YTD-AMOUNT TO ES-RPT-YTD-AMOUNT
003710     WRITE ER-PRINT-LINE FROM ES-RPT-YTD-LINE
003720     MOVE EY-YTD-BONUS-AMOUNT TO ES-RPT-YTD-BONUS
003730     WRITE ER-PRINT-LINE FROM ES-RPT-YTD-BONUS-LINE
003740     MOVE ES-YTD-SETTLED TO ES-RPT-YTD-SETTLED
003750     MOVE ES-YTD-OWED    TO ES-RPT-YTD-OWED
003760     WRITE ER-PRINT-LINE FROM ES-RPT-YTD-SETTLED-LINE
003770     WRITE ER-PRINT-LINE FROM ES-RPT-YTD-OWED-LINE
003780     ADD 4 TO ES-LINE-COUNT
003790     ADD 1 TO ES-RECORDS-REPORTED
003800     ADD EY-YTD-AMOUNT TO ES-TOT-AMOUNT
003810     ADD EY-YTD-BONUS-AMOUNT TO ES-TOT-AMOUNT
003820     ADD EY-YTD-BONUS-AMOUNT TO ES-TOT-BONUS
003830     ADD ES-YTD-SETTLED TO ES-TOT-SETTLED
003840     ADD ES-YTD-OWED    TO ES-TOT-OWED.
003850 2000-SUMMARIZE-EARNINGS-READ.
003860     PERFORM 2100-READ-NEXT-EARNINGS
003870         THRU 2100-READ-NEXT-EARNINGS-EXIT.
003880 2000-SUMMARIZE-EARNINGS-EXIT.
003890     EXIT.
003900
003910 2100-READ-NEXT-EARNINGS.
003920     READ EARNINGS-MASTER
003930         AT END
003940             MOVE "Y" TO ES-EOF-SWITCH
003950             GO TO 2100-READ-NEXT-EARNINGS-EXIT
003960     END-READ
003970     ADD 1 TO ES-RECORDS-READ.
003980 2100-READ-NEXT-EARNINGS-EXIT.
003990     EXIT.
004000
004010 2200-PRINT-MONTH-LINE.
004020     IF EY-MTH-WORDS (ES-MONTH-IDX) = ZEROES
004030         AND EY-MTH-AMOUNT (ES-MONTH-IDX) = ZEROES
004040         AND EY-MTH-BONUS-AMOUNT (ES-MONTH-IDX) = ZEROES
004050         GO TO 2200-PRINT-MONTH-LINE-EXIT
004060     END-IF
004070     IF ES-LINE-COUNT NOT LESS THAN ES-LINES-PER-PAGE
004080         PERFORM 3200-PRINT-PAGE-HEADERS
004090             THRU 3200-PRINT-PAGE-HEADERS-EXIT
004100     END-IF
004110     MOVE ES-MONTH-IDX               TO ES-RPT-MONTH
004120     MOVE ES-REPORT-YEAR             TO ES-RPT-YEAR
004130     MOVE EY-MTH-WORDS (ES-MONTH-IDX)  TO ES-RPT-MTH-WORDS
004140     MOVE EY-MTH-AMOUNT (ES-MONTH-IDX) TO ES-RPT-MTH-AMOUNT
004150     MOVE EY-MTH-BONUS-AMOUNT (ES-MONTH-IDX) TO ES-RPT-MTH-BONUS
004160     COMPUTE ES-MTH-DUE =
004170         EY-MTH-AMOUNT (ES-MONTH-IDX)
004180             + EY-MTH-BONUS-AMOUNT (ES-MONTH-IDX)
004190     MOVE ZEROES TO ES-MTH-OWED
004200     IF ES-MTH-DUE > EY-MTH-PAID-AMOUNT (ES-MONTH-IDX)
004210         COMPUTE ES-MTH-OWED =
004220             ES-MTH-DUE - EY-MTH-PAID-AMOUNT (ES-MONTH-IDX)
004230     END-IF
004240     MOVE EY-MTH-PAID-AMOUNT (ES-MONTH-IDX) TO ES-RPT-MTH-SETTLED
004250     MOVE ES-MTH-OWED TO ES-RPT-MTH-OWED
004260     ADD EY-MTH-PAID-AMOUNT (ES-MONTH-IDX) TO ES-YTD-SETTLED
004270     ADD ES-MTH-OWED TO ES-YTD-OWED
004280     EVALUATE TRUE
004290         WHEN EY-MTH-PAID-IN-FULL (ES-MONTH-IDX)
004300             MOVE "PAID"          TO ES-RPT-MTH-STATUS
004310         WHEN EY-MTH-SHORT-PAID (ES-MONTH-IDX)
004320             MOVE "SHORT-PAID"    TO ES-RPT-MTH-STATUS
004330         WHEN EY-MTH-REJECTED (ES-MONTH-IDX)
004340             MOVE "REJECTED"      TO ES-RPT-MTH-STATUS
004350         WHEN OTHER
004360             MOVE "NOT CONFIRMED" TO ES-RPT-MTH-STATUS
004370     END-EVALUATE
004380     WRITE ER-PRINT-LINE FROM ES-RPT-MONTH-LINE
004390     ADD 1 TO ES-LINE-COUNT.
004400 2200-PRINT-MONTH-LINE-EXIT.
004410     EXIT.
004420
004430 3000-PRINT-RUN-TOTALS.
004440     IF NOT ES-EARNRPT-OK
004450         GO TO 3000-PRINT-RUN-TOTALS-EXIT
004460     END-IF
004470     MOVE ES-RECORDS-READ      TO ES-RPT-TOT-READ
004480     MOVE ES-RECORDS-REPORTED  TO ES-RPT-TOT-REPORTED
004490     MOVE ES-RECORDS-SKIPPED   TO ES-RPT-TOT-SKIPPED
004500     MOVE ES-TOT-AMOUNT        TO ES-RPT-TOT-AMOUNT
004510     MOVE ES-UNMATCHED-AUTHORS TO ES-RPT-TOT-UNMATCHED
004520     MOVE ES-TOT-SETTLED       TO ES-RPT-TOT-SETTLED
004530     MOVE ES-TOT-OWED          TO ES-RPT-TOT-OWED
004540     MOVE ES-TOT-BONUS         TO ES-RPT-TOT-BONUS
004550     WRITE ER-PRINT-LINE FROM SPACES
004560     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-1
004570     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-2
004580     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-3
004590     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-4
004600     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-5
004610     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-6
004620     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-7
004630     WRITE ER-PRINT-LINE FROM ES-RPT-TOTAL-LINE-8.
004640 3000-PRINT-RUN-TOTALS-EXIT.
004650     EXIT.
004660
004670 3200-PRINT-PAGE-HEADERS.
004680     ADD 1 TO ES-PAGE-COUNT
004690     MOVE ES-PAGE-COUNT  TO ES-RPT-PAGE-NO
004700     MOVE ES-REPORT-YEAR TO ES-RPT-HDR-YEAR
004710     IF ES-PAGE-COUNT > 1
004720         WRITE ER-PRINT-LINE FROM SPACES
004730     END-IF
004740     WRITE ER-PRINT-LINE FROM ES-RPT-HEADER-1
004750     MOVE ZEROES TO ES-LINE-COUNT.
004760 3200-PRINT-PAGE-HEADERS-EXIT.
004770     EXIT.
004780
004790 9999-TERMINATE.
004800     IF ES-EARNMST-OK OR ES-EARNMST-EOF
004810         CLOSE EARNINGS-MASTER
004820     END-IF
004830     IF ES-AUTHMST-OK
004840         CLOSE AUTHOR-MASTER
004850     END-IF
004860     IF ES-EARNRPT-OK
004870         CLOSE EARNINGS-REPORT
004880     END-IF.
004890 9999-TERMINATE-EXIT.
004900     EXIT.
