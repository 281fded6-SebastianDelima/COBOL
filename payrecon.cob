000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    PAYRECON                                      *
000040*    DESCRIPTION   ACCOUNTS-PAYABLE REMITTANCE RECONCILIATION.   *
000050*                  READS EVERY GENERATION OF THE PAYMENT         *
000060*                  EXTRACT AUTHPAY SENDS TO A/P AND EVERY        *
000070*                  GENERATION OF A/P'S REMITTANCE CONFIRMATION   *
000080*                  FILE, MATCHES THEM ON AUTHOR AND PAY MONTH,   *
000090*                  AND PRINTS THE OUTSTANDING-PAYABLES REPORT:   *
000100*                  EVERY EXTRACT ROW NOT YET PAID IN FULL, AGED  *
000110*                  0-30, 31-60, 61-90, AND OVER 90 DAYS FROM     *
000120*                  THE DAY AFTER ITS PAY MONTH CLOSED.  A        *
000130*                  PAYMENT THAT DOES NOT EQUAL PX-AMOUNT-DUE     *
000140*                  PLUS PX-ADJUSTMENT AND PX-BONUS-AMOUNT, A     *
000150*                  REJECTION STILL UNPAID, AND A REMITTANCE FOR  *
000160*                  A MONTH NEVER EXTRACTED PRINT ON THE          *
000170*                  EXCEPTION PAGE.  THE OUTCOME FOR EACH         *
000180*                  AUTHOR'S MONTH IS CARRIED ONTO THE EARNINGS   *
000190*                  MASTER FOR EARNSUM.  THE AGEING DATE ARRIVES  *
000200*                  AS A CCYYMMDD PARM; NO PARM MEANS TODAY.      *
000210*                                                                *
000220*    RETURN CODES  0000 - REPORT PRINTED, NO EXCEPTIONS          *
000230*                  0004 - EXCEPTIONS FOUND (SEE EXCEPTION PAGE)  *
000240*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000250*                                                                *
000260*    MODIFICATION HISTORY                                        *
000270*    ----------------------------------------------------------  *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------  ----  -------------------------------------------*
000300*    2026-10-15  SDL  ORIGINAL PROGRAM.                          *
000310*    2026-10-15  SDL  THE ENGAGEMENT BONUS AUTHPAY NOW CARRIES   *
000320*                     ON THE EXTRACT (PX-BONUS-AMOUNT) IS PART   *
000330*                     OF WHAT A/P OWES.  ROWS FROM BEFORE THE    *
000340*                     BONUS CARRY SPACES THERE AND OWE NO BONUS. *
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     PAYRECON.
000380 AUTHOR.         SEBASTIAN DE LIMA.
000390 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000400 DATE-WRITTEN.   2026-10-15.
000410 DATE-COMPILED.  2026-10-15.
000420
000430******************************************************************
000440*    ENVIRONMENT DIVISION                                        *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    MACBOOK-PRO.
000500 OBJECT-COMPUTER.    MACBOOK-PRO.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PAY-EXTRACT      ASSIGN TO PAYEXTR
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL
000570         FILE STATUS IS PR-PAYEXTR-STATUS.
000580
000590     SELECT REMIT-FILE       ASSIGN TO RMITFEED
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS PR-RMITFEED-STATUS.
000630
000640     SELECT EARNINGS-MASTER  ASSIGN TO EARNMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS EY-AUTHOR-ID
000680         FILE STATUS IS PR-EARNMST-STATUS.
000690
000700     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS AR-AUTHOR-ID
000740         FILE STATUS IS PR-AUTHMST-STATUS.
000750
000760     SELECT PAYABLES-REPORT  ASSIGN TO PAYAGED
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS PR-PAYAGED-STATUS.
000800
000810******************************************************************
000820*    DATA DIVISION                                               *
000830******************************************************************
000840 DATA DIVISION.
000850
000860 FILE SECTION.
000870 FD  PAY-EXTRACT
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PAYXREC.
000900
000910 FD  REMIT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY REMTREC.
000940
000950 FD  EARNINGS-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY EARNREC.
000980
000990 FD  AUTHOR-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY AUTHREC.
001020
001030 FD  PAYABLES-REPORT
001040     LABEL RECORDS ARE STANDARD.
001050 01  PG-PRINT-LINE               PIC X(132).
001060
001070 WORKING-STORAGE SECTION.
001080******************************************************************
001090*    FILE STATUS SWITCHES                                        *
001100******************************************************************
001110 01  PR-PAYEXTR-STATUS       PIC X(02).
001120     88  PR-PAYEXTR-OK               VALUE "00".
001130     88  PR-PAYEXTR-EOF              VALUE "10".
001140
001150 01  PR-RMITFEED-STATUS      PIC X(02).
001160     88  PR-RMITFEED-OK              VALUE "00".
001170     88  PR-RMITFEED-EOF             VALUE "10".
001180     88  PR-RMITFEED-NOT-FOUND       VALUE "35".
001190
001200 01  PR-EARNMST-STATUS       PIC X(02).
001210     88  PR-EARNMST-OK               VALUE "00".
001220
001230 01  PR-AUTHMST-STATUS       PIC X(02).
001240     88  PR-AUTHMST-OK               VALUE "00".
001250
001260 01  PR-PAYAGED-STATUS       PIC X(02).
001270     88  PR-PAYAGED-OK               VALUE "00".
001280
001290******************************************************************
001300*    PROGRAM SWITCHES                                            *
001310******************************************************************
001320 77  PR-EXTRACT-EOF-SWITCH   PIC X(01) VALUE "N".
001330     88  PR-END-OF-EXTRACT           VALUE "Y".
001340
001350 77  PR-REMIT-EOF-SWITCH     PIC X(01) VALUE "N".
001360     88  PR-END-OF-REMITS            VALUE "Y".
001370
001380 77  PR-MATCH-FOUND-SWITCH   PIC X(01) VALUE "N".
001390     88  PR-MATCH-FOUND              VALUE "Y".
001400
001410******************************************************************
001420*    AGEING DATE AND WORK FIELDS.  AN EXTRACT ROW STARTS AGEING  *
001430*    ON THE FIRST DAY AFTER ITS PAY MONTH CLOSED - THE DAY THE   *
001440*    MONTH-END RUN HANDS IT TO A/P.                              *
001450******************************************************************
001460 01  PR-CURRENT-DATE-FIELDS.
001470     05  PR-CURR-YEAR         PIC 9(04).
001480     05  PR-CURR-MONTH        PIC 9(02).
001490     05  PR-CURR-DAY          PIC 9(02).
001500     05  FILLER               PIC X(13).
001510
001520 01  PR-AS-OF-DATE.
001530     05  PR-AS-OF-CCYY        PIC 9(04).
001540     05  PR-AS-OF-MM          PIC 9(02).
001550     05  PR-AS-OF-DD          PIC 9(02).
001560 01  PR-AS-OF-DATE-NUM REDEFINES PR-AS-OF-DATE
001570                             PIC 9(08).
001580
001590 77  PR-AS-OF-INTEGER        PIC 9(07) VALUE ZEROES.
001600 77  PR-SENT-DATE-NUM        PIC 9(08) VALUE ZEROES.
001610 77  PR-SENT-INTEGER         PIC 9(07) VALUE ZEROES.
001620 77  PR-AGE-DAYS             PIC S9(05) VALUE ZEROES.
001630 77  PR-BALANCE              PIC S9(08)V9(02) VALUE ZEROES.
001640 77  PR-DIFFERENCE           PIC S9(08)V9(02) VALUE ZEROES.
001650 77  PR-REMIT-DATE-NUM       PIC 9(08) VALUE ZEROES.
001660 77  PR-STATUS-TEXT          PIC X(14) VALUE SPACES.
001670 77  PR-PX-BONUS             PIC 9(07)V9(02) VALUE ZEROES.
001680
001690******************************************************************
001700*    PAYABLES TABLE - ONE ENTRY PER AUTHOR AND PAY MONTH ON THE  *
001710*    EXTRACT, CARRYING WHAT A/P OWES (PX-AMOUNT-DUE PLUS THE     *
001720*    SIGNED PX-ADJUSTMENT AND THE PX-BONUS-AMOUNT) AND WHAT THE  *
001730*    REMITTANCES SAY IT PAID.  THE GENERATIONS ARRIVE NEWEST     *
001740*    FIRST, SO WHEN A MONTH WAS RERUN THE FIRST ROW SEEN IS THE  *
001750*    ONE A/P WAS SENT LAST AND THE OLDER ROW IS COUNTED AND      *
001760*    DROPPED.                                                    *
001770******************************************************************
001780 77  PR-PAYX-TABLE-MAX       PIC 9(05) VALUE 05000.
001790 77  PR-PAYX-COUNT           PIC 9(05) VALUE ZEROES.
001800 77  PR-PAYX-SUB             PIC 9(05) VALUE ZEROES.
001810 77  PR-PAYX-FOUND-SUB       PIC 9(05) VALUE ZEROES.
001820 77  PR-SEEK-AUTHOR-ID       PIC X(06) VALUE SPACES.
001830 77  PR-SEEK-PAY-MONTH       PIC 9(06) VALUE ZEROES.
001840
001850 01  PR-PAYABLES-TABLE.
001860     05  PR-PAYX-ENTRY OCCURS 1 TO 5000 TIMES
001870             DEPENDING ON PR-PAYX-COUNT.
001880         10  PR-PX-AUTHOR-ID         PIC X(06).
001890         10  PR-PX-PAY-MONTH         PIC 9(06).
001900         10  PR-PX-PAY-MONTH-PARTS REDEFINES PR-PX-PAY-MONTH.
001910             15  PR-PX-PAY-CCYY      PIC 9(04).
001920             15  PR-PX-PAY-MM        PIC 9(02).
001930         10  PR-PX-NET-DUE           PIC S9(08)V9(02).
001940         10  PR-PX-PAID              PIC 9(08)V9(02).
001950         10  PR-PX-PAID-DATE         PIC 9(08).
001960         10  PR-PX-CHECK-NUMBER      PIC X(10).
001970         10  PR-PX-REJECT-SW         PIC X(01).
001980             88  PR-PX-WAS-REJECTED          VALUE "Y".
001990         10  PR-PX-REJECT-REASON     PIC X(20).
002000         10  PR-PX-REMIT-STATUS      PIC X(01).
002010
002020******************************************************************
002030*    EXCEPTION TABLE FOR THE EXCEPTION PAGE                      *
002040******************************************************************
002050 77  PR-EXC-TABLE-MAX        PIC 9(03) VALUE 200.
002060 77  PR-EXC-COUNT            PIC 9(03) VALUE ZEROES.
002070 77  PR-EXC-PRINT-IDX        PIC 9(03) VALUE ZEROES.
002080 77  PR-EXC-LOST-COUNT       PIC 9(05) VALUE ZEROES.
002090 77  PR-EXC-WORK-ID          PIC X(06) VALUE SPACES.
002100 77  PR-EXC-WORK-MONTH       PIC 9(06) VALUE ZEROES.
002110 77  PR-EXC-WORK-DUE         PIC S9(08)V9(02) VALUE ZEROES.
002120 77  PR-EXC-WORK-PAID        PIC 9(08)V9(02) VALUE ZEROES.
002130 77  PR-EXC-WORK-REASON      PIC X(40) VALUE SPACES.
002140
002150 01  PR-EXCEPTION-TABLE.
002160     05  PR-EXC-ENTRY OCCURS 200 TIMES.
002170         10  PR-EXC-AUTHOR-ID        PIC X(06).
002180         10  PR-EXC-PAY-MONTH        PIC 9(06).
002190         10  PR-EXC-DUE              PIC S9(08)V9(02).
002200         10  PR-EXC-PAID             PIC 9(08)V9(02).
002210         10  PR-EXC-REASON           PIC X(40).
002220
002230******************************************************************
002240*    RUN TOTALS                                                  *
002250******************************************************************
002260 77  PR-EXTRACT-READ         PIC 9(07) VALUE ZEROES.
002270 77  PR-EXTRACT-SUPERSEDED   PIC 9(07) VALUE ZEROES.
002280 77  PR-EXTRACT-REJECTED     PIC 9(07) VALUE ZEROES.
002290 77  PR-REMITS-READ          PIC 9(07) VALUE ZEROES.
002300 77  PR-REMITS-REJECTED      PIC 9(07) VALUE ZEROES.
002310 77  PR-ROWS-SETTLED         PIC 9(07) VALUE ZEROES.
002320 77  PR-ROWS-OUTSTANDING     PIC 9(07) VALUE ZEROES.
002330 77  PR-EARN-UPDATED         PIC 9(07) VALUE ZEROES.
002340 77  PR-EARN-NOT-CARRIED     PIC 9(07) VALUE ZEROES.
002350
002360 77  PR-TOT-AGE-0-30         PIC 9(09)V9(02) VALUE ZEROES.
002370 77  PR-TOT-AGE-31-60        PIC 9(09)V9(02) VALUE ZEROES.
002380 77  PR-TOT-AGE-61-90        PIC 9(09)V9(02) VALUE ZEROES.
002390 77  PR-TOT-AGE-OVER-90      PIC 9(09)V9(02) VALUE ZEROES.
002400 77  PR-TOT-OUTSTANDING      PIC 9(09)V9(02) VALUE ZEROES.
002410
002420 77  PR-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002430
002440******************************************************************
002450*    OUTSTANDING-PAYABLES REPORT CONTROLS AND PRINT LINES        *
002460******************************************************************
002470 77  PR-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002480 77  PR-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002490 77  PR-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002500
002510 01  PR-RPT-HEADER-1.
002520     05  FILLER                  PIC X(38)
002530             VALUE "PAYRECON A/P OUTSTANDING PAYABLES".
002540     05  FILLER                  PIC X(06) VALUE "AS OF ".
002550     05  PR-RPT-HDR-MONTH        PIC 9(02).
002560     05  FILLER                  PIC X(01) VALUE "/".
002570     05  PR-RPT-HDR-DAY          PIC 9(02).
002580     05  FILLER                  PIC X(01) VALUE "/".
002590     05  PR-RPT-HDR-YEAR         PIC 9(04).
002600     05  FILLER                  PIC X(05) VALUE SPACES.
002610     05  FILLER                  PIC X(05) VALUE "PAGE ".
002620     05  PR-RPT-PAGE-NO          PIC ZZ9.
002630
002640 01  PR-RPT-HEADER-2.
002650     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
002660     05  FILLER                  PIC X(22) VALUE "NAME".
002670     05  FILLER                  PIC X(10) VALUE "PAY MONTH".
002680     05  FILLER                  PIC X(13) VALUE "  AMOUNT DUE".
002690     05  FILLER                  PIC X(12) VALUE "       PAID".
002700     05  FILLER                  PIC X(12) VALUE "  0-30 DAYS".
002710     05  FILLER                  PIC X(12) VALUE " 31-60 DAYS".
002720     05  FILLER                  PIC X(12) VALUE " 61-90 DAYS".
002730     05  FILLER                  PIC X(12) VALUE "    OVER 90".
002740     05  FILLER                  PIC X(14) VALUE "  STATUS".
002750
002760 01  PR-RPT-DETAIL-LINE.
002770     05  PR-RPT-AUTHOR-ID        PIC X(06).
002780     05  FILLER                  PIC X(04) VALUE SPACES.
002790     05  PR-RPT-NAME             PIC X(20).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  PR-RPT-PAY-MM           PIC 9(02).
002820     05  FILLER                  PIC X(01) VALUE "/".
002830     05  PR-RPT-PAY-CCYY         PIC 9(04).
002840     05  FILLER                  PIC X(03) VALUE SPACES.
002850     05  PR-RPT-DUE              PIC -ZZZZZZZ9.99.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  PR-RPT-PAID             PIC ZZZZZZZ9.99.
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  PR-RPT-AGE-0-30         PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  PR-RPT-AGE-31-60        PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  PR-RPT-AGE-61-90        PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  PR-RPT-AGE-OVER-90      PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  PR-RPT-STATUS           PIC X(14).
002980
002990 01  PR-RPT-TOTAL-LINE-1.
003000     05  FILLER                  PIC X(26)
003010             VALUE "EXTRACT ROWS READ.......: ".
003020     05  PR-RPT-TOT-EXTRACT      PIC ZZZZZZ9.
003030
003040 01  PR-RPT-TOTAL-LINE-2.
003050     05  FILLER                  PIC X(26)
003060             VALUE "SUPERSEDED BY A RERUN...: ".
003070     05  PR-RPT-TOT-SUPERSEDED   PIC ZZZZZZ9.
003080
003090 01  PR-RPT-TOTAL-LINE-3.
003100     05  FILLER                  PIC X(26)
003110             VALUE "REMITTANCES READ........: ".
003120     05  PR-RPT-TOT-REMITS       PIC ZZZZZZ9.
003130
003140 01  PR-RPT-TOTAL-LINE-4.
003150     05  FILLER                  PIC X(26)
003160             VALUE "MONTHS SETTLED IN FULL..: ".
003170     05  PR-RPT-TOT-SETTLED      PIC ZZZZZZ9.
003180
003190 01  PR-RPT-TOTAL-LINE-5.
003200     05  FILLER                  PIC X(26)
003210             VALUE "MONTHS OUTSTANDING......: ".
003220     05  PR-RPT-TOT-OUTSTANDING  PIC ZZZZZZ9.
003230
003240 01  PR-RPT-TOTAL-LINE-6.
003250     05  FILLER                  PIC X(26)
003260             VALUE "EARNINGS MONTHS MARKED..: ".
003270     05  PR-RPT-TOT-EARN         PIC ZZZZZZ9.
003280
003290 01  PR-RPT-AGE-TOTAL-LINE.
003300     05  PR-RPT-AGE-TITLE        PIC X(26).
003310     05  PR-RPT-AGE-AMOUNT       PIC ZZZZZZZZ9.99.
003320
003330 01  PR-RPT-SECTION-LINE.
003340     05  PR-RPT-SECTION-TITLE    PIC X(40).
003350
003360 01  PR-RPT-EXCEPT-HEADER.
003370     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
003380     05  FILLER                  PIC X(10) VALUE "PAY MONTH".
003390     05  FILLER                  PIC X(13) VALUE "  AMOUNT DUE".
003400     05  FILLER                  PIC X(13) VALUE " AMOUNT PAID".
003410     05  FILLER                  PIC X(14) VALUE "  DIFFERENCE".
003420     05  FILLER                  PIC X(40) VALUE "REASON".
003430
003440 01  PR-RPT-EXCEPT-DETAIL.
003450     05  PR-RPT-EXC-AUTHOR-ID    PIC X(06).
003460     05  FILLER                  PIC X(04) VALUE SPACES.
003470     05  PR-RPT-EXC-MONTH        PIC X(07).
003480     05  FILLER                  PIC X(03) VALUE SPACES.
003490     05  PR-RPT-EXC-DUE          PIC -ZZZZZZZ9.99.
003500     05  FILLER                  PIC X(01) VALUE SPACES.
003510     05  PR-RPT-EXC-PAID         PIC ZZZZZZZ9.99.
003520     05  FILLER                  PIC X(01) VALUE SPACES.
003530     05  PR-RPT-EXC-DIFF         PIC -ZZZZZZZ9.99.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  PR-RPT-EXC-REASON       PIC X(40).
003560
003570 01  PR-RPT-EXC-MONTH-WORK.
003580     05  PR-RPT-EXC-MM           PIC 9(02).
003590     05  FILLER                  PIC X(01) VALUE "/".
003600     05  PR-RPT-EXC-CCYY         PIC 9(04).
003610
003620******************************************************************
003630*    LINKAGE SECTION                                             *
003640*    THE AGEING DATE ARRIVES AS PARM='CCYYMMDD' ON THE EXEC      *
003650*    STATEMENT.  NO PARM, OR ONE THAT IS NOT A CCYYMMDD DATE,    *
003660*    MEANS TODAY.                                                *
003670******************************************************************
003680 LINKAGE SECTION.
003690 01  LS-PARM-DATA.
003700     05  LS-PARM-LENGTH          PIC S9(04) COMP.
003710     05  LS-PARM-TEXT            PIC X(08).
003720
003730******************************************************************
003740*    PROCEDURE DIVISION                                          *
003750******************************************************************
003760 PROCEDURE DIVISION USING LS-PARM-DATA.
003770
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE
003800         THRU 1000-INITIALIZE-EXIT
003810     IF PR-RETURN-CODE < 12
003820         PERFORM 1500-LOAD-EXTRACT
003830             THRU 1500-LOAD-EXTRACT-EXIT
003840             UNTIL PR-END-OF-EXTRACT
003850         PERFORM 2000-MATCH-REMITTANCES
003860             THRU 2000-MATCH-REMITTANCES-EXIT
003870             UNTIL PR-END-OF-REMITS
003880         PERFORM 3000-PRINT-PAYABLES
003890             THRU 3000-PRINT-PAYABLES-EXIT
003900     END-IF
003910     PERFORM 9999-TERMINATE
003920         THRU 9999-TERMINATE-EXIT
003930     MOVE PR-RETURN-CODE TO RETURN-CODE
003940     STOP RUN.
003950
003960******************************************************************
003970*    1000-INITIALIZE                                             *
003980*    SETS THE AGEING DATE AND OPENS THE FILES.  THE EXTRACT IS   *
003990*    REQUIRED; NO REMITTANCE FILE YET (A/P HAS SENT NOTHING)     *
004000*    SIMPLY LEAVES EVERY EXTRACT ROW OUTSTANDING.                *
004010******************************************************************
004020 1000-INITIALIZE.
004030     MOVE FUNCTION CURRENT-DATE TO PR-CURRENT-DATE-FIELDS
004040     MOVE PR-CURR-YEAR  TO PR-AS-OF-CCYY
004050     MOVE PR-CURR-MONTH TO PR-AS-OF-MM
004060     MOVE PR-CURR-DAY   TO PR-AS-OF-DD
004070     IF LS-PARM-LENGTH = 8
004080         AND LS-PARM-TEXT NUMERIC
004090         AND LS-PARM-TEXT (5:2) > "00"
004100         AND LS-PARM-TEXT (5:2) < "13"
004110         AND LS-PARM-TEXT (7:2) > "00"
004120         AND LS-PARM-TEXT (7:2) < "32"
004130         MOVE LS-PARM-TEXT TO PR-AS-OF-DATE-NUM
004140     ELSE
004150         IF LS-PARM-LENGTH > 0
004160             DISPLAY "PAYRECON: PARM IS NOT A VALID CCYYMMDD "
004170                 "AGEING DATE -- AGEING AS OF TODAY"
004180         END-IF
004190     END-IF
004200     COMPUTE PR-AS-OF-INTEGER =
004210         FUNCTION INTEGER-OF-DATE (PR-AS-OF-DATE-NUM)
004220     OPEN OUTPUT PAYABLES-REPORT
004230     IF NOT PR-PAYAGED-OK
004240         DISPLAY "PAYRECON: UNABLE TO OPEN PAYABLES-REPORT, "
004250             "STATUS = " PR-PAYAGED-STATUS
004260         MOVE 12 TO PR-RETURN-CODE
004270         GO TO 1000-INITIALIZE-EXIT
004280     END-IF
004290     OPEN INPUT PAY-EXTRACT
004300     IF NOT PR-PAYEXTR-OK
004310         DISPLAY "PAYRECON: UNABLE TO OPEN PAY-EXTRACT, "
004320             "STATUS = " PR-PAYEXTR-STATUS
004330         MOVE 12 TO PR-RETURN-CODE
004340         GO TO 1000-INITIALIZE-EXIT
004350     END-IF
004360     OPEN I-O EARNINGS-MASTER
004370     IF NOT PR-EARNMST-OK
004380         DISPLAY "PAYRECON: UNABLE TO OPEN EARNINGS-MASTER, "
004390             "STATUS = " PR-EARNMST-STATUS
004400         MOVE 12 TO PR-RETURN-CODE
004410         GO TO 1000-INITIALIZE-EXIT
004420     END-IF
004430     OPEN INPUT AUTHOR-MASTER
004440     IF NOT PR-AUTHMST-OK
004450         DISPLAY "PAYRECON: UNABLE TO OPEN AUTHOR-MASTER, "
004460             "STATUS = " PR-AUTHMST-STATUS
004470         MOVE 12 TO PR-RETURN-CODE
004480         GO TO 1000-INITIALIZE-EXIT
004490     END-IF
004500     OPEN INPUT REMIT-FILE
004510     IF PR-RMITFEED-NOT-FOUND
004520         DISPLAY "PAYRECON: NO REMITTANCE FILE FROM A/P -- "
004530             "EVERY EXTRACT ROW IS OUTSTANDING"
004540         MOVE "Y" TO PR-REMIT-EOF-SWITCH
004550         GO TO 1000-INITIALIZE-EXIT
004560     END-IF
004570     IF NOT PR-RMITFEED-OK
004580         DISPLAY "PAYRECON: UNABLE TO OPEN REMIT-FILE, "
004590             "STATUS = " PR-RMITFEED-STATUS
004600         MOVE 12 TO PR-RETURN-CODE
004610     END-IF.
004620 1000-INITIALIZE-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    1500-LOAD-EXTRACT                                           *
004670*    TABLES ONE EXTRACT ROW.  A ROW WHOSE AUTHOR AND PAY MONTH   *
004680*    IS ALREADY TABLED CAME FROM AN OLDER GENERATION OF A        *
004690*    RERUN MONTH AND IS DROPPED; AN UNREADABLE ROW GOES TO THE   *
004700*    EXCEPTION PAGE.                                             *
004710******************************************************************
004720 1500-LOAD-EXTRACT.
004730     READ PAY-EXTRACT
004740         AT END
004750             MOVE "Y" TO PR-EXTRACT-EOF-SWITCH
004760             GO TO 1500-LOAD-EXTRACT-EXIT
004770     END-READ
004780     ADD 1 TO PR-EXTRACT-READ
004790     IF PX-PAY-MONTH NOT NUMERIC
004800         OR PX-AMOUNT-DUE NOT NUMERIC
004810         OR PX-ADJUSTMENT NOT NUMERIC
004820         OR PX-PAY-MONTH (5:2) < "01"
004830         OR PX-PAY-MONTH (5:2) > "12"
004840         ADD 1 TO PR-EXTRACT-REJECTED
004850         MOVE PX-AUTHOR-ID TO PR-EXC-WORK-ID
004860         MOVE ZEROES TO PR-EXC-WORK-MONTH
004870         MOVE ZEROES TO PR-EXC-WORK-DUE
004880         MOVE ZEROES TO PR-EXC-WORK-PAID
004890         MOVE "EXTRACT ROW NOT NUMERIC - NOT AGED"
004900             TO PR-EXC-WORK-REASON
004910         PERFORM 8000-STORE-EXCEPTION
004920             THRU 8000-STORE-EXCEPTION-EXIT
004930         GO TO 1500-LOAD-EXTRACT-EXIT
004940     END-IF
004950     IF PX-BONUS-AMOUNT NUMERIC
004960         MOVE PX-BONUS-AMOUNT TO PR-PX-BONUS
004970     ELSE
004980         MOVE ZEROES TO PR-PX-BONUS
004990     END-IF
005000     MOVE PX-AUTHOR-ID TO PR-SEEK-AUTHOR-ID
005010     MOVE PX-PAY-MONTH TO PR-SEEK-PAY-MONTH
005020     PERFORM 7000-FIND-PAYABLE
005030         THRU 7000-FIND-PAYABLE-EXIT
005040     IF PR-MATCH-FOUND
005050         ADD 1 TO PR-EXTRACT-SUPERSEDED
005060         GO TO 1500-LOAD-EXTRACT-EXIT
005070     END-IF
005080     IF PR-PAYX-COUNT NOT LESS THAN PR-PAYX-TABLE-MAX
005090         ADD 1 TO PR-EXTRACT-REJECTED
005100         MOVE PX-AUTHOR-ID TO PR-EXC-WORK-ID
005110         MOVE PX-PAY-MONTH TO PR-EXC-WORK-MONTH
005120         COMPUTE PR-EXC-WORK-DUE =
005130             PX-AMOUNT-DUE + PX-ADJUSTMENT + PR-PX-BONUS
005140         MOVE ZEROES TO PR-EXC-WORK-PAID
005150         MOVE "PAYABLES TABLE FULL - ROW NOT AGED"
005160             TO PR-EXC-WORK-REASON
005170         PERFORM 8000-STORE-EXCEPTION
005180             THRU 8000-STORE-EXCEPTION-EXIT
005190         GO TO 1500-LOAD-EXTRACT-EXIT
005200     END-IF
005210     ADD 1 TO PR-PAYX-COUNT
005220     MOVE PX-AUTHOR-ID TO PR-PX-AUTHOR-ID (PR-PAYX-COUNT)
005230     MOVE PX-PAY-MONTH TO PR-PX-PAY-MONTH (PR-PAYX-COUNT)
005240     COMPUTE PR-PX-NET-DUE (PR-PAYX-COUNT) =
005250         PX-AMOUNT-DUE + PX-ADJUSTMENT + PR-PX-BONUS
005260     MOVE ZEROES TO PR-PX-PAID (PR-PAYX-COUNT)
005270     MOVE ZEROES TO PR-PX-PAID-DATE (PR-PAYX-COUNT)
005280     MOVE SPACES TO PR-PX-CHECK-NUMBER (PR-PAYX-COUNT)
005290     MOVE "N"    TO PR-PX-REJECT-SW (PR-PAYX-COUNT)
005300     MOVE SPACES TO PR-PX-REJECT-REASON (PR-PAYX-COUNT)
005310     MOVE SPACE  TO PR-PX-REMIT-STATUS (PR-PAYX-COUNT).
005320 1500-LOAD-EXTRACT-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360*    2000-MATCH-REMITTANCES                                      *
005370*    POSTS ONE A/P REMITTANCE AGAINST ITS EXTRACT ROW.  PAID     *
005380*    ENTRIES ADD TO THE AMOUNT PAID AND KEEP THE LATEST CHECK    *
005390*    NUMBER AND DATE; A REJECTION IS NOTED ON THE ROW.  A        *
005400*    REMITTANCE WITH NO EXTRACT ROW, OR ONE THAT CANNOT BE       *
005410*    READ, GOES TO THE EXCEPTION PAGE.                           *
005420******************************************************************
005430 2000-MATCH-REMITTANCES.
005440     READ REMIT-FILE
005450         AT END
005460             MOVE "Y" TO PR-REMIT-EOF-SWITCH
005470             GO TO 2000-MATCH-REMITTANCES-EXIT
005480     END-READ
005490     ADD 1 TO PR-REMITS-READ
005500     MOVE RC-AUTHOR-ID TO PR-EXC-WORK-ID
005510     MOVE ZEROES TO PR-EXC-WORK-MONTH
005520     MOVE ZEROES TO PR-EXC-WORK-DUE
005530     MOVE ZEROES TO PR-EXC-WORK-PAID
005540     IF RC-PAY-MONTH NOT NUMERIC
005550         MOVE "REMITTANCE PAY MONTH NOT NUMERIC"
005560             TO PR-EXC-WORK-REASON
005570         GO TO 2000-MATCH-REMITTANCES-REJECT
005580     END-IF
005590     MOVE RC-PAY-MONTH TO PR-EXC-WORK-MONTH
005600     IF NOT RC-REMIT-PAID
005610         AND NOT RC-REMIT-REJECTED
005620         MOVE "REMITTANCE STATUS NOT P OR R"
005630             TO PR-EXC-WORK-REASON
005640         GO TO 2000-MATCH-REMITTANCES-REJECT
005650     END-IF
005660     IF RC-REMIT-PAID
005670         AND (RC-AMOUNT-PAID NOT NUMERIC
005680             OR RC-PAID-DATE NOT NUMERIC)
005690         MOVE "REMITTANCE AMOUNT OR PAID DATE NOT NUMERIC"
005700             TO PR-EXC-WORK-REASON
005710         GO TO 2000-MATCH-REMITTANCES-REJECT
005720     END-IF
005730     MOVE RC-AUTHOR-ID TO PR-SEEK-AUTHOR-ID
005740     MOVE RC-PAY-MONTH TO PR-SEEK-PAY-MONTH
005750     PERFORM 7000-FIND-PAYABLE
005760         THRU 7000-FIND-PAYABLE-EXIT
005770     IF NOT PR-MATCH-FOUND
005780         IF RC-REMIT-PAID
005790             MOVE RC-AMOUNT-PAID TO PR-EXC-WORK-PAID
005800         END-IF
005810         MOVE "REMITTANCE FOR A MONTH NEVER EXTRACTED"
005820             TO PR-EXC-WORK-REASON
005830         GO TO 2000-MATCH-REMITTANCES-REJECT
005840     END-IF
005850     IF RC-REMIT-REJECTED
005860         MOVE "Y" TO PR-PX-REJECT-SW (PR-PAYX-FOUND-SUB)
005870         MOVE RC-REJECT-REASON
005880             TO PR-PX-REJECT-REASON (PR-PAYX-FOUND-SUB)
005890         GO TO 2000-MATCH-REMITTANCES-EXIT
005900     END-IF
005910     ADD RC-AMOUNT-PAID TO PR-PX-PAID (PR-PAYX-FOUND-SUB)
005920     COMPUTE PR-REMIT-DATE-NUM =
005930         RC-PAID-YEAR * 10000 + RC-PAID-MONTH * 100 + RC-PAID-DAY
005940     IF PR-REMIT-DATE-NUM NOT LESS THAN
005950             PR-PX-PAID-DATE (PR-PAYX-FOUND-SUB)
005960         MOVE PR-REMIT-DATE-NUM
005970             TO PR-PX-PAID-DATE (PR-PAYX-FOUND-SUB)
005980         MOVE RC-CHECK-NUMBER
005990             TO PR-PX-CHECK-NUMBER (PR-PAYX-FOUND-SUB)
006000     END-IF
006010     GO TO 2000-MATCH-REMITTANCES-EXIT.
006020 2000-MATCH-REMITTANCES-REJECT.
006030     ADD 1 TO PR-REMITS-REJECTED
006040     PERFORM 8000-STORE-EXCEPTION
006050         THRU 8000-STORE-EXCEPTION-EXIT.
006060 2000-MATCH-REMITTANCES-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100*    3000-PRINT-PAYABLES                                         *
006110*    SETTLES EACH TABLED EXTRACT ROW AGAINST ITS REMITTANCES,    *
006120*    PRINTS THE ONES STILL OWED WITH THEIR AGE, MARKS THE        *
006130*    OUTCOME ON THE EARNINGS MASTER, AND CLOSES WITH THE AGED    *
006140*    TOTALS AND THE EXCEPTION PAGE.                              *
006150******************************************************************
006160 3000-PRINT-PAYABLES.
006170     MOVE ZEROES TO PR-PAGE-COUNT
006180     MOVE PR-LINES-PER-PAGE TO PR-LINE-COUNT
006190     IF PR-PAYX-COUNT > ZEROES
006200         PERFORM 3100-SETTLE-ONE-PAYABLE
006210             THRU 3100-SETTLE-ONE-PAYABLE-EXIT
006220             VARYING PR-PAYX-SUB FROM 1 BY 1
006230             UNTIL PR-PAYX-SUB > PR-PAYX-COUNT
006240     END-IF
006250     IF PR-PAGE-COUNT = ZEROES
006260         PERFORM 3200-PRINT-PAGE-HEADERS
006270             THRU 3200-PRINT-PAGE-HEADERS-EXIT
006280     END-IF
006290     PERFORM 3400-PRINT-TOTALS
006300         THRU 3400-PRINT-TOTALS-EXIT
006310     PERFORM 3500-PRINT-EXCEPTION-PAGE
006320         THRU 3500-PRINT-EXCEPTION-PAGE-EXIT
006330     IF PR-EXC-COUNT > ZEROES
006340         AND PR-RETURN-CODE < 4
006350         MOVE 4 TO PR-RETURN-CODE
006360     END-IF.
006370 3000-PRINT-PAYABLES-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410*    3100-SETTLE-ONE-PAYABLE                                     *
006420*    A ROW IS PAID IN FULL WHEN A/P PAID AT LEAST WHAT WAS DUE,  *
006430*    OR WHEN NOTHING WAS DUE.  ANY PAYMENT THAT DIFFERS FROM     *
006440*    THE AMOUNT DUE IS AN EXCEPTION; A SHORT PAYMENT AND AN      *
006450*    UNPAID ROW (REJECTED OR NOT YET CONFIRMED) STAY             *
006460*    OUTSTANDING FOR THE BALANCE.                                *
006470******************************************************************
006480 3100-SETTLE-ONE-PAYABLE.
006490     COMPUTE PR-BALANCE =
006500         PR-PX-NET-DUE (PR-PAYX-SUB) - PR-PX-PAID (PR-PAYX-SUB)
006510     MOVE PR-PX-AUTHOR-ID (PR-PAYX-SUB) TO PR-EXC-WORK-ID
006520     MOVE PR-PX-PAY-MONTH (PR-PAYX-SUB) TO PR-EXC-WORK-MONTH
006530     MOVE PR-PX-NET-DUE (PR-PAYX-SUB)   TO PR-EXC-WORK-DUE
006540     MOVE PR-PX-PAID (PR-PAYX-SUB)      TO PR-EXC-WORK-PAID
006550     EVALUATE TRUE
006560         WHEN PR-PX-PAID (PR-PAYX-SUB) > ZEROES
006570             IF PR-BALANCE NOT = ZEROES
006580                 MOVE "AMOUNT PAID DIFFERS FROM AMOUNT DUE"
006590                     TO PR-EXC-WORK-REASON
006600                 PERFORM 8000-STORE-EXCEPTION
006610                     THRU 8000-STORE-EXCEPTION-EXIT
006620             END-IF
006630             IF PR-BALANCE > ZEROES
006640                 MOVE "S" TO PR-PX-REMIT-STATUS (PR-PAYX-SUB)
006650                 MOVE "SHORT-PAID" TO PR-STATUS-TEXT
006660             ELSE
006670                 MOVE "P" TO PR-PX-REMIT-STATUS (PR-PAYX-SUB)
006680             END-IF
006690         WHEN PR-BALANCE NOT > ZEROES
006700             MOVE "P" TO PR-PX-REMIT-STATUS (PR-PAYX-SUB)
006710         WHEN PR-PX-WAS-REJECTED (PR-PAYX-SUB)
006720             MOVE "R" TO PR-PX-REMIT-STATUS (PR-PAYX-SUB)
006730             MOVE "REJECTED" TO PR-STATUS-TEXT
006740             MOVE SPACES TO PR-EXC-WORK-REASON
006750             STRING "REJECTED BY A/P: " DELIMITED BY SIZE
006760                 PR-PX-REJECT-REASON (PR-PAYX-SUB)
006770                     DELIMITED BY SIZE
006780                 INTO PR-EXC-WORK-REASON
006790             PERFORM 8000-STORE-EXCEPTION
006800                 THRU 8000-STORE-EXCEPTION-EXIT
006810         WHEN OTHER
006820             MOVE SPACE TO PR-PX-REMIT-STATUS (PR-PAYX-SUB)
006830             MOVE "NOT CONFIRMED" TO PR-STATUS-TEXT
006840     END-EVALUATE
006850     IF PR-PX-REMIT-STATUS (PR-PAYX-SUB) = "P"
006860         ADD 1 TO PR-ROWS-SETTLED
006870     ELSE
006880         PERFORM 3150-PRINT-OUTSTANDING
006890             THRU 3150-PRINT-OUTSTANDING-EXIT
006900     END-IF
006910     PERFORM 3300-MARK-EARNINGS
006920         THRU 3300-MARK-EARNINGS-EXIT.
006930 3100-SETTLE-ONE-PAYABLE-EXIT.
006940     EXIT.
006950
006960 3150-PRINT-OUTSTANDING.
006970     IF PR-PX-PAY-MM (PR-PAYX-SUB) = 12
006980         COMPUTE PR-SENT-DATE-NUM =
006990             (PR-PX-PAY-CCYY (PR-PAYX-SUB) + 1) * 10000 + 101
007000     ELSE
007010         COMPUTE PR-SENT-DATE-NUM =
007020             PR-PX-PAY-CCYY (PR-PAYX-SUB) * 10000
007030                 + (PR-PX-PAY-MM (PR-PAYX-SUB) + 1) * 100 + 1
007040     END-IF
007050     COMPUTE PR-SENT-INTEGER =
007060         FUNCTION INTEGER-OF-DATE (PR-SENT-DATE-NUM)
007070     COMPUTE PR-AGE-DAYS = PR-AS-OF-INTEGER - PR-SENT-INTEGER
007080     IF PR-LINE-COUNT NOT LESS THAN PR-LINES-PER-PAGE
007090         PERFORM 3200-PRINT-PAGE-HEADERS
007100             THRU 3200-PRINT-PAGE-HEADERS-EXIT
007110     END-IF
007120     MOVE PR-PX-AUTHOR-ID (PR-PAYX-SUB) TO PR-RPT-AUTHOR-ID
007130     MOVE PR-PX-AUTHOR-ID (PR-PAYX-SUB) TO AR-AUTHOR-ID
007140     READ AUTHOR-MASTER
007150         INVALID KEY
007160             MOVE "(NO LONGER ON MASTER)" TO PR-RPT-NAME
007170         NOT INVALID KEY
007180             MOVE AR-NAME TO PR-RPT-NAME
007190     END-READ
007200     MOVE PR-PX-PAY-MM (PR-PAYX-SUB)   TO PR-RPT-PAY-MM
007210     MOVE PR-PX-PAY-CCYY (PR-PAYX-SUB) TO PR-RPT-PAY-CCYY
007220     MOVE PR-PX-NET-DUE (PR-PAYX-SUB)  TO PR-RPT-DUE
007230     MOVE PR-PX-PAID (PR-PAYX-SUB)     TO PR-RPT-PAID
007240     MOVE ZEROES TO PR-RPT-AGE-0-30
007250     MOVE ZEROES TO PR-RPT-AGE-31-60
007260     MOVE ZEROES TO PR-RPT-AGE-61-90
007270     MOVE ZEROES TO PR-RPT-AGE-OVER-90
007280     EVALUATE TRUE
007290         WHEN PR-AGE-DAYS NOT > 30
007300             MOVE PR-BALANCE TO PR-RPT-AGE-0-30
007310             ADD PR-BALANCE TO PR-TOT-AGE-0-30
007320         WHEN PR-AGE-DAYS NOT > 60
007330             MOVE PR-BALANCE TO PR-RPT-AGE-31-60
007340             ADD PR-BALANCE TO PR-TOT-AGE-31-60
007350         WHEN PR-AGE-DAYS NOT > 90
007360             MOVE PR-BALANCE TO PR-RPT-AGE-61-90
007370             ADD PR-BALANCE TO PR-TOT-AGE-61-90
007380         WHEN OTHER
007390             MOVE PR-BALANCE TO PR-RPT-AGE-OVER-90
007400             ADD PR-BALANCE TO PR-TOT-AGE-OVER-90
007410     END-EVALUATE
007420     MOVE PR-STATUS-TEXT TO PR-RPT-STATUS
007430     WRITE PG-PRINT-LINE FROM PR-RPT-DETAIL-LINE
007440     ADD 1 TO PR-LINE-COUNT
007450     ADD 1 TO PR-ROWS-OUTSTANDING
007460     ADD PR-BALANCE TO PR-TOT-OUTSTANDING.
007470 3150-PRINT-OUTSTANDING-EXIT.
007480     EXIT.
007490
007500 3200-PRINT-PAGE-HEADERS.
007510     ADD 1 TO PR-PAGE-COUNT
007520     MOVE PR-PAGE-COUNT TO PR-RPT-PAGE-NO
007530     MOVE PR-AS-OF-MM   TO PR-RPT-HDR-MONTH
007540     MOVE PR-AS-OF-DD   TO PR-RPT-HDR-DAY
007550     MOVE PR-AS-OF-CCYY TO PR-RPT-HDR-YEAR
007560     IF PR-PAGE-COUNT > 1
007570         WRITE PG-PRINT-LINE FROM SPACES
007580     END-IF
007590     WRITE PG-PRINT-LINE FROM PR-RPT-HEADER-1
007600     WRITE PG-PRINT-LINE FROM PR-RPT-HEADER-2
007610     MOVE ZEROES TO PR-LINE-COUNT.
007620 3200-PRINT-PAGE-HEADERS-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660*    3300-MARK-EARNINGS                                          *
007670*    CARRIES THE ROW'S OUTCOME ONTO THE AUTHOR'S MONTH BUCKET    *
007680*    ON THE EARNINGS MASTER.  A ROW FROM A YEAR THE MASTER NO    *
007690*    LONGER HOLDS FOR THE AUTHOR IS COUNTED AND LEFT ALONE.      *
007700******************************************************************
007710 3300-MARK-EARNINGS.
007720     MOVE PR-PX-AUTHOR-ID (PR-PAYX-SUB) TO EY-AUTHOR-ID
007730     READ EARNINGS-MASTER
007740         INVALID KEY
007750             ADD 1 TO PR-EARN-NOT-CARRIED
007760             GO TO 3300-MARK-EARNINGS-EXIT
007770     END-READ
007780     IF EY-EARNINGS-YEAR NOT = PR-PX-PAY-CCYY (PR-PAYX-SUB)
007790         ADD 1 TO PR-EARN-NOT-CARRIED
007800         GO TO 3300-MARK-EARNINGS-EXIT
007810     END-IF
007820     MOVE PR-PX-REMIT-STATUS (PR-PAYX-SUB)
007830         TO EY-MTH-REMIT-STATUS (PR-PX-PAY-MM (PR-PAYX-SUB))
007840     MOVE PR-PX-PAID (PR-PAYX-SUB)
007850         TO EY-MTH-PAID-AMOUNT (PR-PX-PAY-MM (PR-PAYX-SUB))
007860     MOVE PR-PX-PAID-DATE (PR-PAYX-SUB)
007870         TO EY-MTH-PAID-DATE (PR-PX-PAY-MM (PR-PAYX-SUB))
007880     MOVE PR-PX-CHECK-NUMBER (PR-PAYX-SUB)
007890         TO EY-MTH-CHECK-NUMBER (PR-PX-PAY-MM (PR-PAYX-SUB))
007900     REWRITE EARNINGS-RECORD
007910         INVALID KEY
007920             DISPLAY "PAYRECON: UNABLE TO UPDATE AUTHOR "
007930                 EY-AUTHOR-ID " ON EARNINGS-MASTER, "
007940                 "STATUS = " PR-EARNMST-STATUS
007950             GO TO 3300-MARK-EARNINGS-EXIT
007960     END-REWRITE
007970     ADD 1 TO PR-EARN-UPDATED.
007980 3300-MARK-EARNINGS-EXIT.
007990     EXIT.
008000
008010 3400-PRINT-TOTALS.
008020     MOVE PR-EXTRACT-READ       TO PR-RPT-TOT-EXTRACT
008030     MOVE PR-EXTRACT-SUPERSEDED TO PR-RPT-TOT-SUPERSEDED
008040     MOVE PR-REMITS-READ        TO PR-RPT-TOT-REMITS
008050     MOVE PR-ROWS-SETTLED       TO PR-RPT-TOT-SETTLED
008060     MOVE PR-ROWS-OUTSTANDING   TO PR-RPT-TOT-OUTSTANDING
008070     MOVE PR-EARN-UPDATED       TO PR-RPT-TOT-EARN
008080     WRITE PG-PRINT-LINE FROM SPACES
008090     WRITE PG-PRINT-LINE FROM PR-RPT-TOTAL-LINE-1
008100     WRITE PG-PRINT-LINE FROM PR-RPT-TOTAL-LINE-2
008110     WRITE PG-PRINT-LINE FROM PR-RPT-TOTAL-LINE-3
008120     WRITE PG-PRINT-LINE FROM PR-RPT-TOTAL-LINE-4
008130     WRITE PG-PRINT-LINE FROM PR-RPT-TOTAL-LINE-5
008140     WRITE PG-PRINT-LINE FROM PR-RPT-TOTAL-LINE-6
008150     WRITE PG-PRINT-LINE FROM SPACES
008160     MOVE "OUTSTANDING 0-30 DAYS...: " TO PR-RPT-AGE-TITLE
008170     MOVE PR-TOT-AGE-0-30 TO PR-RPT-AGE-AMOUNT
008180     WRITE PG-PRINT-LINE FROM PR-RPT-AGE-TOTAL-LINE
008190     MOVE "OUTSTANDING 31-60 DAYS..: " TO PR-RPT-AGE-TITLE
008200     MOVE PR-TOT-AGE-31-60 TO PR-RPT-AGE-AMOUNT
008210     WRITE PG-PRINT-LINE FROM PR-RPT-AGE-TOTAL-LINE
008220     MOVE "OUTSTANDING 61-90 DAYS..: " TO PR-RPT-AGE-TITLE
008230     MOVE PR-TOT-AGE-61-90 TO PR-RPT-AGE-AMOUNT
008240     WRITE PG-PRINT-LINE FROM PR-RPT-AGE-TOTAL-LINE
008250     MOVE "OUTSTANDING OVER 90 DAYS: " TO PR-RPT-AGE-TITLE
008260     MOVE PR-TOT-AGE-OVER-90 TO PR-RPT-AGE-AMOUNT
008270     WRITE PG-PRINT-LINE FROM PR-RPT-AGE-TOTAL-LINE
008280     MOVE "TOTAL OUTSTANDING.......: " TO PR-RPT-AGE-TITLE
008290     MOVE PR-TOT-OUTSTANDING TO PR-RPT-AGE-AMOUNT
008300     WRITE PG-PRINT-LINE FROM PR-RPT-AGE-TOTAL-LINE.
008310 3400-PRINT-TOTALS-EXIT.
008320     EXIT.
008330
008340******************************************************************
008350*    3500-PRINT-EXCEPTION-PAGE                                   *
008360*    THE EXCEPTION PAGE CLOSES THE REPORT SO THE PAY DESK SEES   *
008370*    EVERY PAYMENT THAT DID NOT MATCH WHAT WAS SENT TO A/P.      *
008380******************************************************************
008390 3500-PRINT-EXCEPTION-PAGE.
008400     IF PR-EXC-COUNT = ZEROES
008410         GO TO 3500-PRINT-EXCEPTION-PAGE-EXIT
008420     END-IF
008430     PERFORM 3200-PRINT-PAGE-HEADERS
008440         THRU 3200-PRINT-PAGE-HEADERS-EXIT
008450     MOVE "REMITTANCE EXCEPTIONS" TO PR-RPT-SECTION-TITLE
008460     WRITE PG-PRINT-LINE FROM PR-RPT-SECTION-LINE
008470     WRITE PG-PRINT-LINE FROM PR-RPT-EXCEPT-HEADER
008480     PERFORM 3550-PRINT-EXCEPTION-LINE
008490         THRU 3550-PRINT-EXCEPTION-LINE-EXIT
008500         VARYING PR-EXC-PRINT-IDX FROM 1 BY 1
008510         UNTIL PR-EXC-PRINT-IDX > PR-EXC-COUNT
008520     IF PR-EXC-LOST-COUNT > ZEROES
008530         MOVE SPACES TO PR-RPT-EXCEPT-DETAIL
008540         MOVE "FURTHER EXCEPTIONS ON SYSOUT"
008550             TO PR-RPT-EXC-REASON
008560         WRITE PG-PRINT-LINE FROM PR-RPT-EXCEPT-DETAIL
008570     END-IF.
008580 3500-PRINT-EXCEPTION-PAGE-EXIT.
008590     EXIT.
008600
008610 3550-PRINT-EXCEPTION-LINE.
008620     IF PR-LINE-COUNT NOT LESS THAN PR-LINES-PER-PAGE
008630         PERFORM 3200-PRINT-PAGE-HEADERS
008640             THRU 3200-PRINT-PAGE-HEADERS-EXIT
008650         WRITE PG-PRINT-LINE FROM PR-RPT-EXCEPT-HEADER
008660     END-IF
008670     MOVE PR-EXC-AUTHOR-ID (PR-EXC-PRINT-IDX)
008680         TO PR-RPT-EXC-AUTHOR-ID
008690     MOVE SPACES TO PR-RPT-EXC-MONTH
008700     IF PR-EXC-PAY-MONTH (PR-EXC-PRINT-IDX) NOT = ZEROES
008710         MOVE PR-EXC-PAY-MONTH (PR-EXC-PRINT-IDX) (5:2)
008720             TO PR-RPT-EXC-MM
008730         MOVE PR-EXC-PAY-MONTH (PR-EXC-PRINT-IDX) (1:4)
008740             TO PR-RPT-EXC-CCYY
008750         MOVE PR-RPT-EXC-MONTH-WORK TO PR-RPT-EXC-MONTH
008760     END-IF
008770     MOVE PR-EXC-DUE (PR-EXC-PRINT-IDX)  TO PR-RPT-EXC-DUE
008780     MOVE PR-EXC-PAID (PR-EXC-PRINT-IDX) TO PR-RPT-EXC-PAID
008790     COMPUTE PR-DIFFERENCE =
008800         PR-EXC-PAID (PR-EXC-PRINT-IDX)
008810             - PR-EXC-DUE (PR-EXC-PRINT-IDX)
008820     MOVE PR-DIFFERENCE TO PR-RPT-EXC-DIFF
008830     MOVE PR-EXC-REASON (PR-EXC-PRINT-IDX) TO PR-RPT-EXC-REASON
008840     WRITE PG-PRINT-LINE FROM PR-RPT-EXCEPT-DETAIL
008850     ADD 1 TO PR-LINE-COUNT.
008860 3550-PRINT-EXCEPTION-LINE-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900*    7000-FIND-PAYABLE                                           *
008910*    LOOKS UP PR-SEEK-AUTHOR-ID AND PR-SEEK-PAY-MONTH IN THE     *
008920*    PAYABLES TABLE, LEAVING THE ENTRY IN PR-PAYX-FOUND-SUB.     *
008930******************************************************************
008940 7000-FIND-PAYABLE.
008950     MOVE "N" TO PR-MATCH-FOUND-SWITCH
008960     MOVE ZEROES TO PR-PAYX-FOUND-SUB
008970     IF PR-PAYX-COUNT = ZEROES
008980         GO TO 7000-FIND-PAYABLE-EXIT
008990     END-IF
009000     PERFORM 7100-CHECK-ONE-PAYABLE
009010         THRU 7100-CHECK-ONE-PAYABLE-EXIT
009020         VARYING PR-PAYX-SUB FROM 1 BY 1
009030         UNTIL PR-PAYX-SUB > PR-PAYX-COUNT
009040             OR PR-MATCH-FOUND.
009050 7000-FIND-PAYABLE-EXIT.
009060     EXIT.
009070
009080 7100-CHECK-ONE-PAYABLE.
009090     IF PR-PX-AUTHOR-ID (PR-PAYX-SUB) = PR-SEEK-AUTHOR-ID
009100         AND PR-PX-PAY-MONTH (PR-PAYX-SUB) = PR-SEEK-PAY-MONTH
009110         MOVE "Y" TO PR-MATCH-FOUND-SWITCH
009120         MOVE PR-PAYX-SUB TO PR-PAYX-FOUND-SUB
009130     END-IF.
009140 7100-CHECK-ONE-PAYABLE-EXIT.
009150     EXIT.
009160
009170 8000-STORE-EXCEPTION.
009180     DISPLAY "PAYRECON: " PR-EXC-WORK-ID " " PR-EXC-WORK-MONTH
009190         " " PR-EXC-WORK-REASON
009200     IF PR-EXC-COUNT NOT LESS THAN PR-EXC-TABLE-MAX
009210         ADD 1 TO PR-EXC-LOST-COUNT
009220         GO TO 8000-STORE-EXCEPTION-EXIT
009230     END-IF
009240     ADD 1 TO PR-EXC-COUNT
009250     MOVE PR-EXC-WORK-ID     TO PR-EXC-AUTHOR-ID (PR-EXC-COUNT)
009260     MOVE PR-EXC-WORK-MONTH  TO PR-EXC-PAY-MONTH (PR-EXC-COUNT)
009270     MOVE PR-EXC-WORK-DUE    TO PR-EXC-DUE (PR-EXC-COUNT)
009280     MOVE PR-EXC-WORK-PAID   TO PR-EXC-PAID (PR-EXC-COUNT)
009290     MOVE PR-EXC-WORK-REASON TO PR-EXC-REASON (PR-EXC-COUNT).
009300 8000-STORE-EXCEPTION-EXIT.
009310     EXIT.
009320
009330 9999-TERMINATE.
009340     IF PR-PAYAGED-OK
009350         CLOSE PAYABLES-REPORT
009360     END-IF
009370     IF PR-PAYEXTR-OK OR PR-PAYEXTR-EOF
009380         CLOSE PAY-EXTRACT
009390     END-IF
009400     IF PR-EARNMST-OK
009410         CLOSE EARNINGS-MASTER
009420     END-IF
009430     IF PR-AUTHMST-OK
009440         CLOSE AUTHOR-MASTER
009450     END-IF
009460     IF PR-RMITFEED-OK OR PR-RMITFEED-EOF
009470         CLOSE REMIT-FILE
009480     END-IF.
009490 9999-TERMINATE-EXIT.
009500     EXIT.
