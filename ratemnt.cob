000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    RATEMNT                                       *
000040*    DESCRIPTION   CONTRIBUTOR PAY RATE FILE MAINTENANCE.  READS *
000050*                  THE PAY DESK'S ADD/CHANGE/END-DATE            *
000060*                  TRANSACTION FILE, KEYED ON RX-AUTHOR-ID PLUS  *
000070*                  THE RATE'S EFFECTIVE DATE, AND APPLIES EACH   *
000080*                  TRANSACTION AGAINST THE INDEXED RATE FILE     *
000090*                  AUTHPAY PRICES EVERY POST FROM.  A RAISE IS   *
000100*                  KEYED AS AN ADD DATED THE DAY IT TAKES        *
000110*                  EFFECT, SO EARLIER MONTHS KEEP PAYING AT THE  *
000120*                  RATE THAT WAS IN EFFECT WHEN THEIR POSTS      *
000130*                  WENT OUT.  EVERY TRANSACTION, APPLIED OR      *
000140*                  REJECTED, IS LISTED ON THE RATE-CHANGE        *
000150*                  REGISTER WITH THE RATE IT REPLACES, THE       *
000160*                  ACTION TAKEN, AND THE REJECT REASON.  RUNS    *
000170*                  AS ITS OWN STEP IN BLGMNTH0 AHEAD OF THE      *
000180*                  PAYMENT RUN.                                  *
000190*                                                                *
000200*    RETURN CODES  0000 - ALL TRANSACTIONS APPLIED               *
000210*                  0004 - ONE OR MORE TRANSACTIONS REJECTED      *
000220*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000230*                                                                *
000240*    MODIFICATION HISTORY                                        *
000250*    ----------------------------------------------------------  *
000260*    DATE       INIT  DESCRIPTION                                *
000270*    ---------  ----  -------------------------------------------*
000280*    2026-10-15  SDL  ORIGINAL PROGRAM.                          *
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     RATEMNT.
000320 AUTHOR.         SEBASTIAN DE LIMA.
000330 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000340 DATE-WRITTEN.   2026-10-15.
000350 DATE-COMPILED.  2026-10-15.
000360
000370******************************************************************
000380*    ENVIRONMENT DIVISION                                        *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    MACBOOK-PRO.
000440 OBJECT-COMPUTER.    MACBOOK-PRO.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT RATE-FILE        ASSIGN TO RATEFILE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS RT-RATE-KEY
000520         FILE STATUS IS RM-RATEFILE-STATUS.
000530
000540     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS AR-AUTHOR-ID
000580         FILE STATUS IS RM-AUTHMST-STATUS.
000590
000600     SELECT RATE-TRANS-FILE  ASSIGN TO RATETRN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL
000630         FILE STATUS IS RM-RATETRN-STATUS.
000640
000650     SELECT RATE-REGISTER    ASSIGN TO RATEREG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS RM-RATEREG-STATUS.
000690
000700******************************************************************
000710*    DATA DIVISION                                               *
000720******************************************************************
000730 DATA DIVISION.
000740
000750 FILE SECTION.
000760 FD  RATE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY RATEREC.
000790
000800 FD  AUTHOR-MASTER
000810     LABEL RECORDS ARE STANDARD.
000820     COPY AUTHREC.
000830
000840 FD  RATE-TRANS-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY RATTREC.
000870
000880 FD  RATE-REGISTER
000890     LABEL RECORDS ARE STANDARD.
000900 01  RR-PRINT-LINE               PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930******************************************************************
000940*    FILE STATUS SWITCHES                                        *
000950******************************************************************
000960 01  RM-RATEFILE-STATUS      PIC X(02).
000970     88  RM-RATEFILE-OK              VALUE "00".
000980     88  RM-RATEFILE-EOF             VALUE "10".
000990     88  RM-RATEFILE-NOT-FOUND       VALUE "35".
001000
001010 01  RM-AUTHMST-STATUS       PIC X(02).
001020     88  RM-AUTHMST-OK               VALUE "00".
001030
001040 01  RM-RATETRN-STATUS       PIC X(02).
001050     88  RM-RATETRN-OK               VALUE "00".
001060     88  RM-RATETRN-EOF              VALUE "10".
001070     88  RM-RATETRN-NOT-FOUND        VALUE "35".
001080
001090 01  RM-RATEREG-STATUS       PIC X(02).
001100     88  RM-RATEREG-OK               VALUE "00".
001110
001120******************************************************************
001130*    PROGRAM SWITCHES                                            *
001140******************************************************************
001150 77  RM-EOF-SWITCH           PIC X(01) VALUE "N".
001160     88  RM-END-OF-TRANS             VALUE "Y".
001170
001180 77  RM-EDIT-PASS-SWITCH     PIC X(01) VALUE "Y".
001190     88  RM-EDIT-PASSED              VALUE "Y".
001200     88  RM-EDIT-FAILED              VALUE "N".
001210
001220 77  RM-BROWSE-SWITCH        PIC X(01) VALUE "N".
001230     88  RM-BROWSE-DONE              VALUE "Y".
001240
001250******************************************************************
001260*    TABLE OF DAYS PER CALENDAR MONTH, USED TO VALIDATE THE      *
001270*    EFFECTIVE AND END DATES.  FEBRUARY IS CARRIED AS 28 AND     *
001280*    BUMPED TO 29 IN THE VALIDATION PARAGRAPH FOR LEAP YEARS,    *
001290*    THE SAME WAY AUTHMNT EDITS A BIRTH DATE.                    *
001300******************************************************************
001310 01  RM-DAYS-IN-MONTH-TABLE.
001320     05  FILLER                  PIC 9(02) VALUE 31.
001330     05  FILLER                  PIC 9(02) VALUE 28.
001340     05  FILLER                  PIC 9(02) VALUE 31.
001350     05  FILLER                  PIC 9(02) VALUE 30.
001360     05  FILLER                  PIC 9(02) VALUE 31.
001370     05  FILLER                  PIC 9(02) VALUE 30.
001380     05  FILLER                  PIC 9(02) VALUE 31.
001390     05  FILLER                  PIC 9(02) VALUE 31.
001400     05  FILLER                  PIC 9(02) VALUE 30.
001410     05  FILLER                  PIC 9(02) VALUE 31.
001420     05  FILLER                  PIC 9(02) VALUE 30.
001430     05  FILLER                  PIC 9(02) VALUE 31.
001440 01  RM-DAYS-IN-MONTH REDEFINES RM-DAYS-IN-MONTH-TABLE.
001450     05  RM-DIM-ENTRY            PIC 9(02) OCCURS 12 TIMES.
001460
001470 77  RM-MAX-DAYS-THIS-MONTH  PIC 9(02).
001480
001490******************************************************************
001500*    DATE BEING EDITED BY 2250-VALIDATE-ONE-DATE, MOVED IN FROM  *
001510*    THE TRANSACTION'S EFFECTIVE OR END DATE                     *
001520******************************************************************
001530 01  RM-EDIT-DATE.
001540     05  RM-EDIT-MONTH        PIC 9(02).
001550     05  RM-EDIT-DAY          PIC 9(02).
001560     05  RM-EDIT-YEAR         PIC 9(04).
001570
001580 77  RM-EDIT-DATE-NAME       PIC X(10) VALUE SPACES.
001590
001600******************************************************************
001610*    CURRENT RUN DATE, PRINTED ON THE REGISTER HEADERS           *
001620******************************************************************
001630 01  RM-CURRENT-DATE-FIELDS.
001640     05  RM-CURR-YEAR         PIC 9(04).
001650     05  RM-CURR-MONTH        PIC 9(02).
001660     05  RM-CURR-DAY          PIC 9(02).
001670     05  FILLER               PIC X(13).
001680
001690******************************************************************
001700*    TRANSACTION DISPOSITION WORK FIELDS AND RUN TOTALS          *
001710******************************************************************
001720 77  RM-ACTION-TAKEN         PIC X(09) VALUE SPACES.
001730 77  RM-REJECT-REASON        PIC X(40) VALUE SPACES.
001740
001750 77  RM-EFF-DATE-NUM         PIC 9(08) VALUE ZEROES.
001760 77  RM-END-DATE-NUM         PIC 9(08) VALUE ZEROES.
001770 77  RM-PRIOR-RATE           PIC 9(01)V9(04) VALUE ZEROES.
001780 77  RM-PRIOR-RATE-SWITCH    PIC X(01) VALUE "N".
001790     88  RM-PRIOR-RATE-FOUND         VALUE "Y".
001800
001810 77  RM-TRANS-READ-COUNT     PIC 9(05) VALUE ZEROES.
001820 77  RM-TRANS-APPLIED-COUNT  PIC 9(05) VALUE ZEROES.
001830 77  RM-TRANS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
001840
001850 77  RM-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001860
001870******************************************************************
001880*    RATE-CHANGE REGISTER CONTROLS AND PRINT LINES               *
001890******************************************************************
001900 77  RM-LINES-PER-PAGE       PIC 9(02) VALUE 50.
001910 77  RM-LINE-COUNT           PIC 9(02) VALUE ZEROES.
001920 77  RM-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
001930
001940 01  RM-REG-HEADER-1.
001950     05  FILLER                  PIC X(36)
001960             VALUE "RATEMNT PAY RATE-CHANGE REGISTER".
001970     05  FILLER                  PIC X(04) VALUE SPACES.
001980     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001990     05  RM-REG-RUN-MONTH        PIC 9(02).
002000     05  FILLER                  PIC X(01) VALUE "/".
002010     05  RM-REG-RUN-DAY          PIC 9(02).
002020     05  FILLER                  PIC X(01) VALUE "/".
002030     05  RM-REG-RUN-YEAR         PIC 9(04).
002040     05  FILLER                  PIC X(05) VALUE SPACES.
002050     05  FILLER                  PIC X(05) VALUE "PAGE ".
002060     05  RM-REG-PAGE-NO          PIC ZZ9.
002070
002080 01  RM-REG-HEADER-2.
002090     05  FILLER                  PIC X(04) VALUE "TC".
002100     05  FILLER                  PIC X(08) VALUE "AUTHOR".
002110     05  FILLER                  PIC X(12) VALUE "EFFECTIVE".
002120     05  FILLER                  PIC X(12) VALUE "END DATE".
002130     05  FILLER                  PIC X(10) VALUE "OLD RATE".
002140     05  FILLER                  PIC X(10) VALUE "NEW RATE".
002150     05  FILLER                  PIC X(11) VALUE "ACTION".
002160     05  FILLER                  PIC X(06) VALUE "REASON".
002170
002180 01  RM-REG-DETAIL-LINE.
002190     05  RM-REG-TRANS-CODE       PIC X(01).
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  RM-REG-AUTHOR-ID        PIC X(06).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RM-REG-EFF-DATE.
002240         10  RM-REG-EFF-MONTH    PIC 9(02).
002250         10  FILLER              PIC X(01) VALUE "/".
002260         10  RM-REG-EFF-DAY      PIC 9(02).
002270         10  FILLER              PIC X(01) VALUE "/".
002280         10  RM-REG-EFF-YEAR     PIC 9(04).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  RM-REG-END-DATE.
002310         10  RM-REG-END-MONTH    PIC 9(02).
002320         10  FILLER              PIC X(01) VALUE "/".
002330         10  RM-REG-END-DAY      PIC 9(02).
002340         10  FILLER              PIC X(01) VALUE "/".
002350         10  RM-REG-END-YEAR     PIC 9(04).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  RM-REG-OLD-RATE         PIC X(06).
002380     05  FILLER                  PIC X(04) VALUE SPACES.
002390     05  RM-REG-NEW-RATE         PIC X(06).
002400     05  FILLER                  PIC X(04) VALUE SPACES.
002410     05  RM-REG-ACTION           PIC X(09).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  RM-REG-REASON           PIC X(40).
002440
002450 01  RM-REG-RATE-EDIT            PIC 9.9999.
002460
002470 01  RM-REG-TOTAL-LINE-1.
002480     05  FILLER                  PIC X(26)
002490             VALUE "TRANSACTIONS READ.......: ".
002500     05  RM-REG-TOTAL-READ       PIC ZZZZ9.
002510
002520 01  RM-REG-TOTAL-LINE-2.
002530     05  FILLER                  PIC X(26)
002540             VALUE "TRANSACTIONS APPLIED....: ".
002550     05  RM-REG-TOTAL-APPLIED    PIC ZZZZ9.
002560
002570 01  RM-REG-TOTAL-LINE-3.
002580     05  FILLER                  PIC X(26)
002590             VALUE "TRANSACTIONS REJECTED...: ".
002600     05  RM-REG-TOTAL-REJECTED   PIC ZZZZ9.
002610
002620******************************************************************
002630*    PROCEDURE DIVISION                                          *
002640******************************************************************
002650 PROCEDURE DIVISION.
002660
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE
002690         THRU 1000-INITIALIZE-EXIT
002700     PERFORM 2000-PROCESS-TRANSACTIONS
002710         THRU 2000-PROCESS-TRANSACTIONS-EXIT
002720         UNTIL RM-END-OF-TRANS
002730     PERFORM 3000-PRINT-RUN-TOTALS
002740         THRU 3000-PRINT-RUN-TOTALS-EXIT
002750     PERFORM 9999-TERMINATE
002760         THRU 9999-TERMINATE-EXIT
002770     MOVE RM-RETURN-CODE TO RETURN-CODE
002780     STOP RUN.
002790
002800 1000-INITIALIZE.
002810     MOVE FUNCTION CURRENT-DATE TO RM-CURRENT-DATE-FIELDS
002820     OPEN OUTPUT RATE-REGISTER
002830     IF NOT RM-RATEREG-OK
002840         DISPLAY "RATEMNT: UNABLE TO OPEN RATE-REGISTER, "
002850             "STATUS = " RM-RATEREG-STATUS
002860         MOVE "Y" TO RM-EOF-SWITCH
002870         MOVE 12 TO RM-RETURN-CODE
002880         GO TO 1000-INITIALIZE-EXIT
002890     END-IF
002900     MOVE ZEROES TO RM-PAGE-COUNT
002910     MOVE RM-LINES-PER-PAGE TO RM-LINE-COUNT
002920     OPEN INPUT RATE-TRANS-FILE
002930     IF RM-RATETRN-NOT-FOUND
002940         DISPLAY "RATEMNT: NO RATE TRANSACTIONS THIS MONTH"
002950         MOVE "Y" TO RM-EOF-SWITCH
002960         GO TO 1000-INITIALIZE-EXIT
002970     END-IF
002980     IF NOT RM-RATETRN-OK
002990         DISPLAY "RATEMNT: UNABLE TO OPEN RATE-TRANS-FILE, "
003000             "STATUS = " RM-RATETRN-STATUS
003010         MOVE "Y" TO RM-EOF-SWITCH
003020         MOVE 12 TO RM-RETURN-CODE
003030         GO TO 1000-INITIALIZE-EXIT
003040     END-IF
003050     OPEN I-O RATE-FILE
003060     IF RM-RATEFILE-NOT-FOUND
003070         OPEN OUTPUT RATE-FILE
003080     END-IF
003090     IF NOT RM-RATEFILE-OK
003100         DISPLAY "RATEMNT: UNABLE TO OPEN RATE-FILE, "
003110             "STATUS = " RM-RATEFILE-STATUS
003120         MOVE "Y" TO RM-EOF-SWITCH
003130         MOVE 12 TO RM-RETURN-CODE
003140         GO TO 1000-INITIALIZE-EXIT
003150     END-IF
003160     OPEN INPUT AUTHOR-MASTER
003170     IF NOT RM-AUTHMST-OK
003180         DISPLAY "RATEMNT: UNABLE TO OPEN AUTHOR-MASTER, "
003190             "STATUS = " RM-AUTHMST-STATUS
003200         MOVE "Y" TO RM-EOF-SWITCH
003210         MOVE 12 TO RM-RETURN-CODE
003220         GO TO 1000-INITIALIZE-EXIT
003230     END-IF
003240     PERFORM 2100-READ-NEXT-TRANS
003250         THRU 2100-READ-NEXT-TRANS-EXIT.
003260 1000-INITIALIZE-EXIT.
003270     EXIT.
003280
003290******************************************************************
003300*    2000-PROCESS-TRANSACTIONS                                   *
003310*    DISPATCHES THE CURRENT TRANSACTION BY ITS CODE.  EVERY      *
003320*    TRANSACTION, WHATEVER ITS FATE, PRODUCES EXACTLY ONE        *
003330*    REGISTER LINE SHOWING THE ACTION TAKEN AND ANY REASON.      *
003340******************************************************************
003350 2000-PROCESS-TRANSACTIONS.
003360     MOVE SPACES TO RM-ACTION-TAKEN
003370     MOVE SPACES TO RM-REJECT-REASON
003380     MOVE "N" TO RM-PRIOR-RATE-SWITCH
003390     MOVE ZEROES TO RM-PRIOR-RATE
003400     EVALUATE TRUE
003410         WHEN RX-TRANS-ADD
003420             PERFORM 2200-APPLY-ADD
003430                 THRU 2200-APPLY-ADD-EXIT
003440         WHEN RX-TRANS-CHANGE
003450             PERFORM 2300-APPLY-CHANGE
003460                 THRU 2300-APPLY-CHANGE-EXIT
003470         WHEN RX-TRANS-END-DATE
003480             PERFORM 2400-APPLY-END-DATE
003490                 THRU 2400-APPLY-END-DATE-EXIT
003500         WHEN OTHER
003510             MOVE "REJECTED" TO RM-ACTION-TAKEN
003520             MOVE "INVALID TRANSACTION CODE" TO RM-REJECT-REASON
003530     END-EVALUATE
003540     IF RM-ACTION-TAKEN = "REJECTED"
003550         ADD 1 TO RM-TRANS-REJECT-COUNT
003560     ELSE
003570         ADD 1 TO RM-TRANS-APPLIED-COUNT
003580     END-IF
003590     PERFORM 5000-WRITE-REGISTER-LINE
003600         THRU 5000-WRITE-REGISTER-LINE-EXIT
003610     PERFORM 2100-READ-NEXT-TRANS
003620         THRU 2100-READ-NEXT-TRANS-EXIT.
003630 2000-PROCESS-TRANSACTIONS-EXIT.
003640     EXIT.
003650
003660 2100-READ-NEXT-TRANS.
003670     READ RATE-TRANS-FILE
003680         AT END
003690             MOVE "Y" TO RM-EOF-SWITCH
003700             GO TO 2100-READ-NEXT-TRANS-EXIT
003710     END-READ
003720     ADD 1 TO RM-TRANS-READ-COUNT.
003730 2100-READ-NEXT-TRANS-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770*    2200-APPLY-ADD                                              *
003780*    EDITS THE TRANSACTION FIELDS, PICKS UP THE RATE THE NEW     *
003790*    ROW SUPERSEDES FOR THE REGISTER, THEN WRITES THE NEW RATE   *
003800*    ROW.  A ROW ALREADY ON FILE FOR THE SAME AUTHOR AND         *
003810*    EFFECTIVE DATE REJECTS THE ADD - THAT IS A CHANGE.          *
003820******************************************************************
003830 2200-APPLY-ADD.
003840     PERFORM 2210-EDIT-TRANS-FIELDS
003850         THRU 2210-EDIT-TRANS-FIELDS-EXIT
003860     IF RM-EDIT-FAILED
003870         MOVE "REJECTED" TO RM-ACTION-TAKEN
003880         GO TO 2200-APPLY-ADD-EXIT
003890     END-IF
003900     IF NOT RX-DEFAULT-RATE-ROW
003910         MOVE RX-AUTHOR-ID TO AR-AUTHOR-ID
003920         READ AUTHOR-MASTER
003930             INVALID KEY
003940                 MOVE "REJECTED" TO RM-ACTION-TAKEN
003950                 MOVE "AUTHOR NOT ON AUTHOR-MASTER"
003960                     TO RM-REJECT-REASON
003970                 GO TO 2200-APPLY-ADD-EXIT
003980         END-READ
003990     END-IF
004000     PERFORM 2600-FIND-PRIOR-RATE
004010         THRU 2600-FIND-PRIOR-RATE-EXIT
004020     PERFORM 2500-BUILD-RATE-RECORD
004030         THRU 2500-BUILD-RATE-RECORD-EXIT
004040     WRITE PAY-RATE-RECORD
004050         INVALID KEY
004060             MOVE "REJECTED" TO RM-ACTION-TAKEN
004070             MOVE "RATE ALREADY ON FILE FOR THAT DATE"
004080                 TO RM-REJECT-REASON
004090             GO TO 2200-APPLY-ADD-EXIT
004100     END-WRITE
004110     MOVE "ADDED" TO RM-ACTION-TAKEN.
004120 2200-APPLY-ADD-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160*    2210-EDIT-TRANS-FIELDS                                      *
004170*    A HAND-KEYED TRANSACTION WITH A BLANK AUTHOR, A BAD         *
004180*    EFFECTIVE DATE, A RATE THAT IS NOT A POSITIVE NUMBER, OR AN *
004190*    END DATE THAT IS BAD OR FALLS BEFORE THE EFFECTIVE DATE IS  *
004200*    REJECTED BEFORE IT REACHES THE FILE.                        *
004210******************************************************************
004220 2210-EDIT-TRANS-FIELDS.
004230     PERFORM 2220-EDIT-RATE-KEY
004240         THRU 2220-EDIT-RATE-KEY-EXIT
004250     IF RM-EDIT-FAILED
004260         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
004270     END-IF
004280     IF RX-RATE-PER-WORD NOT NUMERIC
004290         MOVE "N" TO RM-EDIT-PASS-SWITCH
004300         MOVE "RATE NOT NUMERIC" TO RM-REJECT-REASON
004310         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
004320     END-IF
004330     IF RX-RATE-PER-WORD = ZEROES
004340         MOVE "N" TO RM-EDIT-PASS-SWITCH
004350         MOVE "RATE MUST BE GREATER THAN ZERO"
004360             TO RM-REJECT-REASON
004370         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
004380     END-IF
004390     MOVE ZEROES TO RM-END-DATE-NUM
004400     IF RX-END-DATE = SPACES OR RX-END-DATE = ZEROES
004410         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
004420     END-IF
004430     PERFORM 2230-EDIT-END-DATE
004440         THRU 2230-EDIT-END-DATE-EXIT.
004450 2210-EDIT-TRANS-FIELDS-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    2220-EDIT-RATE-KEY                                          *
004500*    EVERY TRANSACTION NEEDS AN AUTHOR (OR *DFLT*) AND A VALID   *
004510*    EFFECTIVE DATE TO FIND OR BUILD ITS RATE ROW.               *
004520******************************************************************
004530 2220-EDIT-RATE-KEY.
004540     MOVE "Y" TO RM-EDIT-PASS-SWITCH
004550     IF RX-AUTHOR-ID = SPACES
004560         MOVE "N" TO RM-EDIT-PASS-SWITCH
004570         MOVE "AUTHOR ID MISSING" TO RM-REJECT-REASON
004580         GO TO 2220-EDIT-RATE-KEY-EXIT
004590     END-IF
004600     MOVE RX-EFFECTIVE-DATE TO RM-EDIT-DATE
004610     MOVE "EFFECTIVE" TO RM-EDIT-DATE-NAME
004620     PERFORM 2250-VALIDATE-ONE-DATE
004630         THRU 2250-VALIDATE-ONE-DATE-EXIT
004640     IF RM-EDIT-FAILED
004650         GO TO 2220-EDIT-RATE-KEY-EXIT
004660     END-IF
004670     COMPUTE RM-EFF-DATE-NUM =
004680         RX-EFF-YEAR * 10000 + RX-EFF-MONTH * 100 + RX-EFF-DAY.
004690 2220-EDIT-RATE-KEY-EXIT.
004700     EXIT.
004710
004720******************************************************************
004730*    2230-EDIT-END-DATE                                          *
004740*    AN END DATE MUST BE A VALID DATE NO EARLIER THAN THE ROW'S  *
004750*    EFFECTIVE DATE.                                             *
004760******************************************************************
004770 2230-EDIT-END-DATE.
004780     MOVE RX-END-DATE TO RM-EDIT-DATE
004790     MOVE "END" TO RM-EDIT-DATE-NAME
004800     PERFORM 2250-VALIDATE-ONE-DATE
004810         THRU 2250-VALIDATE-ONE-DATE-EXIT
004820     IF RM-EDIT-FAILED
004830         GO TO 2230-EDIT-END-DATE-EXIT
004840     END-IF
004850     COMPUTE RM-END-DATE-NUM =
004860         RX-END-YEAR * 10000 + RX-END-MONTH * 100 + RX-END-DAY
004870     IF RM-END-DATE-NUM < RM-EFF-DATE-NUM
004880         MOVE "N" TO RM-EDIT-PASS-SWITCH
004890         MOVE "END DATE BEFORE EFFECTIVE DATE"
004900             TO RM-REJECT-REASON
004910         GO TO 2230-EDIT-END-DATE-EXIT
004920     END-IF.
004930 2230-EDIT-END-DATE-EXIT.
004940     EXIT.
004950
004960******************************************************************
004970*    2250-VALIDATE-ONE-DATE                                      *
004980*    MONTH 1-12, YEAR 1900 OR LATER, AND A DAY VALID FOR THE     *
004990*    MONTH (WITH LEAP-YEAR FEBRUARY).  RATES MAY BE KEYED AHEAD  *
005000*    OF THE DATE THEY TAKE EFFECT, SO A FUTURE DATE IS ALLOWED.  *
005010******************************************************************
005020 2250-VALIDATE-ONE-DATE.
005030     MOVE "Y" TO RM-EDIT-PASS-SWITCH
005040     IF RM-EDIT-DATE NOT NUMERIC
005050         MOVE "N" TO RM-EDIT-PASS-SWITCH
005060         STRING RM-EDIT-DATE-NAME DELIMITED BY SPACE
005070             " DATE NOT NUMERIC" DELIMITED BY SIZE
005080             INTO RM-REJECT-REASON
005090         GO TO 2250-VALIDATE-ONE-DATE-EXIT
005100     END-IF
005110     IF RM-EDIT-MONTH < 1 OR RM-EDIT-MONTH > 12
005120         MOVE "N" TO RM-EDIT-PASS-SWITCH
005130         STRING "INVALID " DELIMITED BY SIZE
005140             RM-EDIT-DATE-NAME DELIMITED BY SPACE
005150             " MONTH" DELIMITED BY SIZE
005160             INTO RM-REJECT-REASON
005170         GO TO 2250-VALIDATE-ONE-DATE-EXIT
005180     END-IF
005190     IF RM-EDIT-YEAR < 1900
005200         MOVE "N" TO RM-EDIT-PASS-SWITCH
005210         STRING "INVALID " DELIMITED BY SIZE
005220             RM-EDIT-DATE-NAME DELIMITED BY SPACE
005230             " YEAR" DELIMITED BY SIZE
005240             INTO RM-REJECT-REASON
005250         GO TO 2250-VALIDATE-ONE-DATE-EXIT
005260     END-IF
005270     MOVE RM-DIM-ENTRY (RM-EDIT-MONTH) TO RM-MAX-DAYS-THIS-MONTH
005280     IF RM-EDIT-MONTH = 2 AND FUNCTION MOD (RM-EDIT-YEAR, 4) = 0
005290             AND (FUNCTION MOD (RM-EDIT-YEAR, 100) NOT = 0
005300                 OR FUNCTION MOD (RM-EDIT-YEAR, 400) = 0)
005310         MOVE 29 TO RM-MAX-DAYS-THIS-MONTH
005320     END-IF
005330     IF RM-EDIT-DAY < 1 OR RM-EDIT-DAY > RM-MAX-DAYS-THIS-MONTH
005340         MOVE "N" TO RM-EDIT-PASS-SWITCH
005350         STRING "INVALID " DELIMITED BY SIZE
005360             RM-EDIT-DATE-NAME DELIMITED BY SPACE
005370             " DAY FOR MONTH" DELIMITED BY SIZE
005380             INTO RM-REJECT-REASON
005390         GO TO 2250-VALIDATE-ONE-DATE-EXIT
005400     END-IF.
005410 2250-VALIDATE-ONE-DATE-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*    2300-APPLY-CHANGE                                           *
005460*    A CHANGE TRANSACTION CARRIES THE COMPLETE REPLACEMENT RATE  *
005470*    AND END DATE FOR AN EXISTING ROW, SO THE SAME EDITS AS AN   *
005480*    ADD APPLY BEFORE THE ROW IS REWRITTEN IN PLACE.  THE RATE   *
005490*    IT REPLACES PRINTS ON THE REGISTER.                         *
005500******************************************************************
005510 2300-APPLY-CHANGE.
005520     PERFORM 2210-EDIT-TRANS-FIELDS
005530         THRU 2210-EDIT-TRANS-FIELDS-EXIT
005540     IF RM-EDIT-FAILED
005550         MOVE "REJECTED" TO RM-ACTION-TAKEN
005560         GO TO 2300-APPLY-CHANGE-EXIT
005570     END-IF
005580     MOVE RX-AUTHOR-ID    TO RT-AUTHOR-ID
005590     MOVE RM-EFF-DATE-NUM TO RT-EFFECTIVE-DATE
005600     READ RATE-FILE
005610         INVALID KEY
005620             MOVE "REJECTED" TO RM-ACTION-TAKEN
005630             MOVE "RATE NOT ON FILE FOR THAT DATE"
005640                 TO RM-REJECT-REASON
005650             GO TO 2300-APPLY-CHANGE-EXIT
005660     END-READ
005670     MOVE RT-RATE-PER-WORD TO RM-PRIOR-RATE
005680     MOVE "Y" TO RM-PRIOR-RATE-SWITCH
005690     PERFORM 2500-BUILD-RATE-RECORD
005700         THRU 2500-BUILD-RATE-RECORD-EXIT
005710     REWRITE PAY-RATE-RECORD
005720         INVALID KEY
005730             MOVE "REJECTED" TO RM-ACTION-TAKEN
005740             MOVE "REWRITE FAILED, STATUS " TO RM-REJECT-REASON
005750             MOVE RM-RATEFILE-STATUS TO RM-REJECT-REASON (24:2)
005760             GO TO 2300-APPLY-CHANGE-EXIT
005770     END-REWRITE
005780     MOVE "CHANGED" TO RM-ACTION-TAKEN.
005790 2300-APPLY-CHANGE-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    2400-APPLY-END-DATE                                         *
005840*    SETS THE LAST DAY THE KEYED ROW GOVERNS.  ONLY THE KEY AND  *
005850*    THE END DATE ARE USED; THE RATE ON THE TRANSACTION IS       *
005860*    IGNORED.  ONCE THE END DATE PASSES WITH NO LATER ROW FOR    *
005870*    THE AUTHOR, AUTHPAY FALLS BACK TO THE *DFLT* HOUSE RATE.    *
005880******************************************************************
005890 2400-APPLY-END-DATE.
005900     PERFORM 2220-EDIT-RATE-KEY
005910         THRU 2220-EDIT-RATE-KEY-EXIT
005920     IF RM-EDIT-FAILED
005930         MOVE "REJECTED" TO RM-ACTION-TAKEN
005940         GO TO 2400-APPLY-END-DATE-EXIT
005950     END-IF
005960     IF RX-END-DATE = SPACES OR RX-END-DATE = ZEROES
005970         MOVE "REJECTED" TO RM-ACTION-TAKEN
005980         MOVE "END DATE MISSING" TO RM-REJECT-REASON
005990         GO TO 2400-APPLY-END-DATE-EXIT
006000     END-IF
006010     PERFORM 2230-EDIT-END-DATE
006020         THRU 2230-EDIT-END-DATE-EXIT
006030     IF RM-EDIT-FAILED
006040         MOVE "REJECTED" TO RM-ACTION-TAKEN
006050         GO TO 2400-APPLY-END-DATE-EXIT
006060     END-IF
006070     MOVE RX-AUTHOR-ID    TO RT-AUTHOR-ID
006080     MOVE RM-EFF-DATE-NUM TO RT-EFFECTIVE-DATE
006090     READ RATE-FILE
006100         INVALID KEY
006110             MOVE "REJECTED" TO RM-ACTION-TAKEN
006120             MOVE "RATE NOT ON FILE FOR THAT DATE"
006130                 TO RM-REJECT-REASON
006140             GO TO 2400-APPLY-END-DATE-EXIT
006150     END-READ
006160     MOVE RT-RATE-PER-WORD TO RM-PRIOR-RATE
006170     MOVE "Y" TO RM-PRIOR-RATE-SWITCH
006180     MOVE RM-END-DATE-NUM TO RT-END-DATE
006190     REWRITE PAY-RATE-RECORD
006200         INVALID KEY
006210             MOVE "REJECTED" TO RM-ACTION-TAKEN
006220             MOVE "REWRITE FAILED, STATUS " TO RM-REJECT-REASON
006230             MOVE RM-RATEFILE-STATUS TO RM-REJECT-REASON (24:2)
006240             GO TO 2400-APPLY-END-DATE-EXIT
006250     END-REWRITE
006260     MOVE "END-DATED" TO RM-ACTION-TAKEN.
006270 2400-APPLY-END-DATE-EXIT.
006280     EXIT.
006290
006300 2500-BUILD-RATE-RECORD.
006310     MOVE SPACES           TO PAY-RATE-RECORD
006320     MOVE RX-AUTHOR-ID     TO RT-AUTHOR-ID
006330     MOVE RM-EFF-DATE-NUM  TO RT-EFFECTIVE-DATE
006340     MOVE RX-RATE-PER-WORD TO RT-RATE-PER-WORD
006350     MOVE RM-END-DATE-NUM  TO RT-END-DATE.
006360 2500-BUILD-RATE-RECORD-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    2600-FIND-PRIOR-RATE                                        *
006410*    BROWSES THE AUTHOR'S EXISTING ROWS IN EFFECTIVE-DATE ORDER  *
006420*    AND KEEPS THE LAST ONE DATED BEFORE THE NEW ROW, WHICH IS   *
006430*    THE RATE THE ADD SUPERSEDES.  A FIRST ROW FOR THE AUTHOR    *
006440*    PRINTS NO OLD RATE.                                         *
006450******************************************************************
006460 2600-FIND-PRIOR-RATE.
006470     MOVE "N" TO RM-BROWSE-SWITCH
006480     MOVE RX-AUTHOR-ID TO RT-AUTHOR-ID
006490     MOVE ZEROES       TO RT-EFFECTIVE-DATE
006500     START RATE-FILE KEY IS NOT LESS THAN RT-RATE-KEY
006510         INVALID KEY
006520             GO TO 2600-FIND-PRIOR-RATE-EXIT
006530     END-START
006540     PERFORM 2650-BROWSE-ONE-RATE
006550         THRU 2650-BROWSE-ONE-RATE-EXIT
006560         UNTIL RM-BROWSE-DONE.
006570 2600-FIND-PRIOR-RATE-EXIT.
006580     EXIT.
006590
006600 2650-BROWSE-ONE-RATE.
006610     READ RATE-FILE NEXT RECORD
006620         AT END
006630             MOVE "Y" TO RM-BROWSE-SWITCH
006640             GO TO 2650-BROWSE-ONE-RATE-EXIT
006650     END-READ
006660     IF RT-AUTHOR-ID NOT = RX-AUTHOR-ID
006670         OR RT-EFFECTIVE-DATE NOT < RM-EFF-DATE-NUM
006680         MOVE "Y" TO RM-BROWSE-SWITCH
006690         GO TO 2650-BROWSE-ONE-RATE-EXIT
006700     END-IF
006710     MOVE RT-RATE-PER-WORD TO RM-PRIOR-RATE
006720     MOVE "Y" TO RM-PRIOR-RATE-SWITCH.
006730 2650-BROWSE-ONE-RATE-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770*    5000-WRITE-REGISTER-LINE                                    *
006780*    ONE REGISTER LINE PER TRANSACTION, WITH PAGE HEADERS AS     *
006790*    NEEDED.  A TRANSACTION WHOSE DATE OR RATE COLUMNS ARE NOT   *
006800*    NUMERIC PRINTS ZEROES OR BLANKS RATHER THAN FEEDING         *
006810*    GARBAGE TO THE EDITED FIELDS.                               *
006820******************************************************************
006830 5000-WRITE-REGISTER-LINE.
006840     IF RM-LINE-COUNT NOT LESS THAN RM-LINES-PER-PAGE
006850         PERFORM 5100-PRINT-PAGE-HEADERS
006860             THRU 5100-PRINT-PAGE-HEADERS-EXIT
006870     END-IF
006880     MOVE RX-TRANS-CODE    TO RM-REG-TRANS-CODE
006890     MOVE RX-AUTHOR-ID     TO RM-REG-AUTHOR-ID
006900     IF RX-EFFECTIVE-DATE NUMERIC
006910         MOVE RX-EFF-MONTH TO RM-REG-EFF-MONTH
006920         MOVE RX-EFF-DAY   TO RM-REG-EFF-DAY
006930         MOVE RX-EFF-YEAR  TO RM-REG-EFF-YEAR
006940     ELSE
006950         MOVE ZEROES       TO RM-REG-EFF-MONTH
006960         MOVE ZEROES       TO RM-REG-EFF-DAY
006970         MOVE ZEROES       TO RM-REG-EFF-YEAR
006980     END-IF
006990     IF RX-END-DATE NUMERIC
007000         AND RX-END-DATE NOT = ZEROES
007010         MOVE RX-END-MONTH TO RM-REG-END-MONTH
007020         MOVE RX-END-DAY   TO RM-REG-END-DAY
007030         MOVE RX-END-YEAR  TO RM-REG-END-YEAR
007040     ELSE
007050         MOVE SPACES       TO RM-REG-END-DATE
007060     END-IF
007070     MOVE SPACES TO RM-REG-OLD-RATE
007080     IF RM-PRIOR-RATE-FOUND
007090         MOVE RM-PRIOR-RATE    TO RM-REG-RATE-EDIT
007100         MOVE RM-REG-RATE-EDIT TO RM-REG-OLD-RATE
007110     END-IF
007120     MOVE SPACES TO RM-REG-NEW-RATE
007130     IF RX-RATE-PER-WORD NUMERIC
007140         AND NOT RX-TRANS-END-DATE
007150         MOVE RX-RATE-PER-WORD TO RM-REG-RATE-EDIT
007160         MOVE RM-REG-RATE-EDIT TO RM-REG-NEW-RATE
007170     END-IF
007180     MOVE RM-ACTION-TAKEN  TO RM-REG-ACTION
007190     MOVE RM-REJECT-REASON TO RM-REG-REASON
007200     WRITE RR-PRINT-LINE FROM RM-REG-DETAIL-LINE
007210     ADD 1 TO RM-LINE-COUNT.
007220 5000-WRITE-REGISTER-LINE-EXIT.
007230     EXIT.
007240
007250 5100-PRINT-PAGE-HEADERS.
007260     ADD 1 TO RM-PAGE-COUNT
007270     MOVE RM-PAGE-COUNT TO RM-REG-PAGE-NO
007280     MOVE RM-CURR-MONTH TO RM-REG-RUN-MONTH
007290     MOVE RM-CURR-DAY   TO RM-REG-RUN-DAY
007300     MOVE RM-CURR-YEAR  TO RM-REG-RUN-YEAR
007310     IF RM-PAGE-COUNT > 1
007320         WRITE RR-PRINT-LINE FROM SPACES
007330     END-IF
007340     WRITE RR-PRINT-LINE FROM RM-REG-HEADER-1
007350     WRITE RR-PRINT-LINE FROM RM-REG-HEADER-2
007360     MOVE ZEROES TO RM-LINE-COUNT.
007370 5100-PRINT-PAGE-HEADERS-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410*    3000-PRINT-RUN-TOTALS                                       *
007420*    RUN TOTALS AT THE END OF THE REGISTER.  ANY REJECTED        *
007430*    TRANSACTION LEAVES A WARNING RETURN CODE SO THE PAY DESK    *
007440*    SEES THE REGISTER NEEDS WORKING BEFORE THE RATES ARE        *
007450*    RELIED ON.                                                  *
007460******************************************************************
007470 3000-PRINT-RUN-TOTALS.
007480     IF NOT RM-RATEREG-OK
007490         GO TO 3000-PRINT-RUN-TOTALS-EXIT
007500     END-IF
007510     IF RM-PAGE-COUNT = ZEROES
007520         PERFORM 5100-PRINT-PAGE-HEADERS
007530             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007540     END-IF
007550     MOVE RM-TRANS-READ-COUNT    TO RM-REG-TOTAL-READ
007560     MOVE RM-TRANS-APPLIED-COUNT TO RM-REG-TOTAL-APPLIED
007570     MOVE RM-TRANS-REJECT-COUNT  TO RM-REG-TOTAL-REJECTED
007580     WRITE RR-PRINT-LINE FROM SPACES
007590     WRITE RR-PRINT-LINE FROM RM-REG-TOTAL-LINE-1
007600     WRITE RR-PRINT-LINE FROM RM-REG-TOTAL-LINE-2
007610     WRITE RR-PRINT-LINE FROM RM-REG-TOTAL-LINE-3
007620     IF RM-TRANS-REJECT-COUNT > ZEROES
007630         AND RM-RETURN-CODE < 4
007640         MOVE 4 TO RM-RETURN-CODE
007650     END-IF.
007660 3000-PRINT-RUN-TOTALS-EXIT.
007670     EXIT.
007680
007690 9999-TERMINATE.
007700     IF RM-RATEFILE-OK OR RM-RATEFILE-EOF
007710         CLOSE RATE-FILE
007720     END-IF
007730     IF RM-AUTHMST-OK
007740         CLOSE AUTHOR-MASTER
007750     END-IF
007760     IF RM-RATETRN-OK OR RM-RATETRN-EOF
007770         CLOSE RATE-TRANS-FILE
007780     END-IF
007790     IF RM-RATEREG-OK
007800         CLOSE RATE-REGISTER
007810     END-IF.
007820 9999-TERMINATE-EXIT.
007830     EXIT.
