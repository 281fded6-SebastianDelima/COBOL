000130*                  STEP IN BLGPOST0 AHEAD OF THE FEED EDIT SO    *
000140*                  THE NIGHT'S POSTS ARE CHECKED AGAINST A       *
000150*                  CURRENT REFERENCE FILE.                       *
000160*                  THE TRANSACTION FILE IS ONE BATCH BETWEEN A   *
000170*                  HEADER AND A TRAILER (BCTLREC).  THE WHOLE    *
000180*                  FILE IS BALANCED AGAINST THE TRAILER'S COUNT  *
000190*                  AND KEY HASH BEFORE ANYTHING IS APPLIED, AND  *
000200*                  THE BATCH ID IS CHECKED AGAINST THE SHARED    *
000210*                  APPLIED-BATCH REGISTER (BREGREC), SO A BATCH  *
000220*                  IS APPLIED WHOLE, ONCE, OR NOT AT ALL.        *
000230*                                                                *
000240*    RETURN CODES  0000 - ALL TRANSACTIONS APPLIED, OR NO BATCH  *
000250*                         TONIGHT                                *
000260*                  0004 - ONE OR MORE TRANSACTIONS REJECTED,     *
000270*                         THE BATCH WAS REFUSED AS ALREADY       *
000280*                         APPLIED, OR AN APPLIED BATCH COULD     *
000290*                         NOT BE REGISTERED                      *
000300*                  0008 - THE BATCH IS OUT OF BALANCE AND NONE   *
000310*                         OF IT WAS APPLIED                      *
000320*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000330*                                                                *
000340*    MODIFICATION HISTORY                                       *
000350*    ---------------------------------------------------------- *
000360*    DATE       INIT  DESCRIPTION                                *
000370*    ---------  ----  -------------------------------------------*
000380*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000390*    2026-09-02  SDL  THE RUN NOW APPENDS ITS RETURN CODE AND    *
000400*                     TRANSACTION COUNTS TO THE NIGHT'S STEP-    *
000410*                     SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE      *
000420*                     SUMMARY AT END OF JOB.                     *
000430*    2026-10-15  SDL  THE TRANSACTION FILE NOW CARRIES A BATCH   *
000440*                     HEADER AND TRAILER.  AN OUT-OF-BALANCE     *
000450*                     BATCH IS REJECTED WHOLE (RC 8), A BATCH    *
000460*                     ALREADY ON THE APPLIED-BATCH REGISTER      *
000470*                     (BATCHREG DD) IS REFUSED (RC 4), AND AN    *
000480*                     APPLIED BATCH IS ADDED TO THE REGISTER.    *
000490*                     THE BATCH RESULT GOES ON THE MAINTENANCE   *
000500*                     REGISTER AND THE NIGHT'S STEP-SUMMARY LOG. *
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.     CATMNT.
000540 AUTHOR.         SEBASTIAN DE LIMA.
000550 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000560 DATE-WRITTEN.   2026-09-02.
000570 DATE-COMPILED.  2026-09-02.
000580
000590******************************************************************
000600*    ENVIRONMENT DIVISION                                       *
000610******************************************************************
000620 ENVIRONMENT DIVISION.
000630
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    MACBOOK-PRO.
000660 OBJECT-COMPUTER.    MACBOOK-PRO.
000670
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CATEGORY-FILE    ASSIGN TO CATFILE
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CG-CATEGORY-CODE
000740         FILE STATUS IS CM-CATFILE-STATUS.
000750
000760     SELECT CAT-TRANS-FILE   ASSIGN TO CATTRN
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS CM-CATTRN-STATUS.
000800
000810     SELECT MAINT-REGISTER   ASSIGN TO CATREG
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS CM-CATREG-STATUS.
000850
000860     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS CM-NIGHTLOG-STATUS.
000900
000910     SELECT BATCH-REGISTER   ASSIGN TO BATCHREG
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS BG-REGISTER-KEY
000950         FILE STATUS IS CM-BATCHREG-STATUS.
000960
000970******************************************************************
000980*    DATA DIVISION                                              *
000990******************************************************************
001000 DATA DIVISION.
001010
001020 FILE SECTION.
001030 FD  CATEGORY-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY CATREC.
001060
001070 FD  CAT-TRANS-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY CTRNREC.
001100     COPY BCTLREC.
001110
001120 FD  MAINT-REGISTER
001130     LABEL RECORDS ARE STANDARD.
001140 01  MR-PRINT-LINE               PIC X(132).
001150
001160 FD  NIGHT-LOG
001170     LABEL RECORDS ARE STANDARD.
001180     COPY NSUMREC.
001190
001200 FD  BATCH-REGISTER
001210     LABEL RECORDS ARE STANDARD.
001220     COPY BREGREC.
001230
001240 WORKING-STORAGE SECTION.
001250******************************************************************
001260*    FILE STATUS SWITCHES                                       *
001270******************************************************************
001280 01  CM-CATFILE-STATUS       PIC X(02).
001290     88  CM-CATFILE-OK               VALUE "00".
001300     88  CM-CATFILE-NOT-FOUND        VALUE "35".
001310
001320 01  CM-CATTRN-STATUS        PIC X(02).
001330     88  CM-CATTRN-OK                VALUE "00".
001340     88  CM-CATTRN-EOF               VALUE "10".
001350
001360 01  CM-CATREG-STATUS        PIC X(02).
001370     88  CM-CATREG-OK                VALUE "00".
001380
001390 01  CM-NIGHTLOG-STATUS      PIC X(02).
001400     88  CM-NIGHTLOG-OK              VALUE "00".
001410     88  CM-NIGHTLOG-NOT-FOUND       VALUE "35".
001420
001430 01  CM-BATCHREG-STATUS      PIC X(02).
001440     88  CM-BATCHREG-OK              VALUE "00".
001450     88  CM-BATCHREG-NOT-FOUND       VALUE "35".
001460
001470******************************************************************
001480*    PROGRAM SWITCHES                                           *
001490******************************************************************
001500 77  CM-EOF-SWITCH           PIC X(01) VALUE "N".
001510     88  CM-END-OF-TRANS             VALUE "Y".
001520
001530 77  CM-EDIT-PASS-SWITCH     PIC X(01) VALUE "Y".
001540     88  CM-EDIT-PASSED              VALUE "Y".
001550     88  CM-EDIT-FAILED              VALUE "N".
001560
001570 77  CM-BATCHREG-OPEN-SWITCH PIC X(01) VALUE "N".
001580     88  CM-BATCHREG-OPEN            VALUE "Y".
001590
001600 77  CM-TRAILER-SWITCH       PIC X(01) VALUE "N".
001610     88  CM-TRAILER-SEEN             VALUE "Y".
001620
001630******************************************************************
001640*    CURRENT RUN DATE, PRINTED ON THE REGISTER HEADERS.  THE     *
001650*    RUN DATE AND TIME ALSO STAMP THE APPLIED-BATCH REGISTER.    *
001660******************************************************************
001670 01  CM-CURRENT-DATE-FIELDS.
001680     05  CM-CURR-DATE-CCYYMMDD.
001690         10  CM-CURR-YEAR     PIC 9(04).
001700         10  CM-CURR-MONTH    PIC 9(02).
001710         10  CM-CURR-DAY      PIC 9(02).
001720     05  CM-CURR-TIME         PIC 9(08).
001730     05  FILLER               PIC X(05).
001740
001750******************************************************************
001760*    BATCH CONTROL.  THE FIRST PASS OVER THE TRANSACTION FILE    *
001770*    COUNTS AND HASHES THE DETAIL RECORDS AND KEEPS THE          *
001780*    TRAILER'S FIGURES TO BALANCE THEM AGAINST.  THE BATCH       *
001790*    STATUS SAYS WHAT BECAME OF THE BATCH AND GOES TO THE        *
001800*    STEP-SUMMARY LOG.                                           *
001810******************************************************************
001820 77  CM-BATCH-STATUS         PIC X(01) VALUE SPACE.
001830     88  CM-BATCH-APPLIED            VALUE "A".
001840     88  CM-BATCH-DUPLICATE          VALUE "D".
001850     88  CM-BATCH-OUT-OF-BALANCE     VALUE "B".
001860     88  CM-BATCH-NONE               VALUE "N".
001870 77  CM-BATCH-ID             PIC X(12) VALUE SPACES.
001880 77  CM-BATCH-RESULT         PIC X(80) VALUE SPACES.
001890 77  CM-BATCH-DETAIL-COUNT   PIC 9(07) VALUE ZEROES.
001900 77  CM-BATCH-HASH           PIC 9(15) VALUE ZEROES.
001910 77  CM-TRAILER-BATCH-ID     PIC X(12) VALUE SPACES.
001920 77  CM-TRAILER-COUNT        PIC 9(07) VALUE ZEROES.
001930 77  CM-TRAILER-HASH         PIC 9(15) VALUE ZEROES.
001940
001950******************************************************************
001960*    KEY HASH WORK FIELDS.  EACH KEY CHARACTER'S VALUE IS ITS    *
001970*    POSITION IN THE TABLE BELOW (A SPACE IS 0, A CHARACTER NOT  *
001980*    IN THE TABLE 37), WEIGHTED BY ITS POSITION IN THE KEY.      *
001990******************************************************************
002000 77  CM-HASH-KEY             PIC X(08) VALUE SPACES.
002010 77  CM-HASH-POS             PIC 9(02) VALUE ZEROES.
002020 77  CM-HASH-CHAR-VALUE      PIC 9(02) VALUE ZEROES.
002030
002040 01  CM-HASH-CHARACTERS.
002050     05  FILLER                  PIC X(36)
002060             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002070 01  CM-HASH-CHAR-TABLE REDEFINES CM-HASH-CHARACTERS.
002080     05  CM-HASH-CHAR            PIC X(01) OCCURS 36 TIMES
002090                                 INDEXED BY CM-HASH-IDX.
002100
002110******************************************************************
002120*    TRANSACTION DISPOSITION WORK FIELDS AND RUN TOTALS          *
002130******************************************************************
002140 77  CM-ACTION-TAKEN         PIC X(08) VALUE SPACES.
002150 77  CM-REJECT-REASON        PIC X(40) VALUE SPACES.
002160
002170 77  CM-TRANS-READ-COUNT     PIC 9(05) VALUE ZEROES.
002180 77  CM-TRANS-APPLIED-COUNT  PIC 9(05) VALUE ZEROES.
002190 77  CM-TRANS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
002200
002210 77  CM-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002220
002230******************************************************************
002240*    MAINTENANCE REGISTER CONTROLS AND PRINT LINES               *
002250******************************************************************
002260 77  CM-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002270 77  CM-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002280 77  CM-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002290
002300 01  CM-REG-HEADER-1.
002310     05  FILLER                  PIC X(36)
002320             VALUE "CATMNT CATEGORY MAINTENANCE REGISTER".
002330     05  FILLER                  PIC X(04) VALUE SPACES.
002340     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002350     05  CM-REG-RUN-MONTH        PIC 9(02).
002360     05  FILLER                  PIC X(01) VALUE "/".
002370     05  CM-REG-RUN-DAY          PIC 9(02).
002380     05  FILLER                  PIC X(01) VALUE "/".
002390     05  CM-REG-RUN-YEAR         PIC 9(04).
002400     05  FILLER                  PIC X(05) VALUE SPACES.
002410     05  FILLER                  PIC X(05) VALUE "PAGE ".
002420     05  CM-REG-PAGE-NO          PIC ZZ9.
002430
002440 01  CM-REG-HEADER-2.
002450     05  FILLER                  PIC X(04) VALUE "TC".
002460     05  FILLER                  PIC X(10) VALUE "CATEGORY".
002470     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
002480     05  FILLER                  PIC X(06) VALUE "FLAG".
002490     05  FILLER                  PIC X(10) VALUE "ACTION".
002500     05  FILLER                  PIC X(06) VALUE "REASON".
002510
002520 01  CM-REG-DETAIL-LINE.
002530     05  CM-REG-TRANS-CODE       PIC X(01).
002540     05  FILLER                  PIC X(03) VALUE SPACES.
002550     05  CM-REG-CATEGORY         PIC X(06).
002560     05  FILLER                  PIC X(04) VALUE SPACES.
002570     05  CM-REG-DESCRIPTION      PIC X(30).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  CM-REG-FLAG             PIC X(01).
002600     05  FILLER                  PIC X(05) VALUE SPACES.
002610     05  CM-REG-ACTION           PIC X(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  CM-REG-REASON           PIC X(40).
002640
002650 01  CM-REG-TOTAL-LINE-1.
002660     05  FILLER                  PIC X(26)
002670             VALUE "TRANSACTIONS READ.......: ".
002680     05  CM-REG-TOTAL-READ       PIC ZZZZ9.
002690
002700 01  CM-REG-TOTAL-LINE-2.
002710     05  FILLER                  PIC X(26)
002720             VALUE "TRANSACTIONS APPLIED....: ".
002730     05  CM-REG-TOTAL-APPLIED    PIC ZZZZ9.
002740
002750 01  CM-REG-TOTAL-LINE-3.
002760     05  FILLER                  PIC X(26)
002770             VALUE "TRANSACTIONS REJECTED...: ".
002780     05  CM-REG-TOTAL-REJECTED   PIC ZZZZ9.
002790
002800 01  CM-REG-BATCH-LINE-1.
002810     05  FILLER                  PIC X(26)
002820             VALUE "BATCH ID................: ".
002830     05  CM-REG-BATCH-ID         PIC X(12).
002840
002850 01  CM-REG-BATCH-LINE-2.
002860     05  FILLER                  PIC X(26)
002870             VALUE "BATCH RESULT............: ".
002880     05  CM-REG-BATCH-RESULT     PIC X(80).
002890
002900******************************************************************
002910*    PROCEDURE DIVISION                                         *
002920******************************************************************
002930 PROCEDURE DIVISION.
002940
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE
002970         THRU 1000-INITIALIZE-EXIT
002980     PERFORM 2000-PROCESS-TRANSACTIONS
002990         THRU 2000-PROCESS-TRANSACTIONS-EXIT
003000         UNTIL CM-END-OF-TRANS
003010     IF CM-BATCH-APPLIED
003020         PERFORM 2900-REGISTER-APPLIED-BATCH
003030             THRU 2900-REGISTER-APPLIED-BATCH-EXIT
003040     END-IF
003050     PERFORM 3000-PRINT-RUN-TOTALS
003060         THRU 3000-PRINT-RUN-TOTALS-EXIT
003070     PERFORM 7000-WRITE-NIGHT-SUMMARY
003080         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
003090     PERFORM 9999-TERMINATE
003100         THRU 9999-TERMINATE-EXIT
003110     MOVE CM-RETURN-CODE TO RETURN-CODE
003120     STOP RUN.
003130
003140 1000-INITIALIZE.
003150     MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-DATE-FIELDS
003160     OPEN I-O CATEGORY-FILE
003170     IF CM-CATFILE-NOT-FOUND
003180         OPEN OUTPUT CATEGORY-FILE
003190     END-IF
003200     IF NOT CM-CATFILE-OK
003210         DISPLAY "CATMNT: UNABLE TO OPEN CATEGORY-FILE, "
003220             "STATUS = " CM-CATFILE-STATUS
003230         MOVE "Y" TO CM-EOF-SWITCH
003240         MOVE 12 TO CM-RETURN-CODE
003250         GO TO 1000-INITIALIZE-EXIT
003260     END-IF
003270     OPEN INPUT CAT-TRANS-FILE
003280     IF NOT CM-CATTRN-OK
003290         DISPLAY "CATMNT: UNABLE TO OPEN CAT-TRANS-FILE, "
003300             "STATUS = " CM-CATTRN-STATUS
003310         MOVE "Y" TO CM-EOF-SWITCH
003320         MOVE 12 TO CM-RETURN-CODE
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF
003350     OPEN OUTPUT MAINT-REGISTER
003360     IF NOT CM-CATREG-OK
003370         DISPLAY "CATMNT: UNABLE TO OPEN MAINT-REGISTER, "
003380             "STATUS = " CM-CATREG-STATUS
003390         MOVE "Y" TO CM-EOF-SWITCH
003400         MOVE 12 TO CM-RETURN-CODE
003410         GO TO 1000-INITIALIZE-EXIT
003420     END-IF
003430     OPEN I-O BATCH-REGISTER
003440     IF CM-BATCHREG-NOT-FOUND
003450         OPEN OUTPUT BATCH-REGISTER
003460         CLOSE BATCH-REGISTER
003470         OPEN I-O BATCH-REGISTER
003480     END-IF
003490     IF NOT CM-BATCHREG-OK
003500         DISPLAY "CATMNT: UNABLE TO OPEN BATCH-REGISTER, "
003510             "STATUS = " CM-BATCHREG-STATUS
003520             " -- A RERUN COULD NOT BE DETECTED, RUN STOPPED"
003530         MOVE "Y" TO CM-EOF-SWITCH
003540         MOVE 12 TO CM-RETURN-CODE
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF
003570     MOVE "Y" TO CM-BATCHREG-OPEN-SWITCH
003580     MOVE ZEROES TO CM-PAGE-COUNT
003590     MOVE CM-LINES-PER-PAGE TO CM-LINE-COUNT
003600     PERFORM 1200-CHECK-BATCH-CONTROL
003610         THRU 1200-CHECK-BATCH-CONTROL-EXIT
003620     IF NOT CM-BATCH-APPLIED
003630         MOVE "Y" TO CM-EOF-SWITCH
003640         GO TO 1000-INITIALIZE-EXIT
003650     END-IF
003660     PERFORM 2100-READ-NEXT-TRANS
003670         THRU 2100-READ-NEXT-TRANS-EXIT.
003680 1000-INITIALIZE-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720*    1200-CHECK-BATCH-CONTROL                                    *
003730*    FIRST PASS OVER THE TRANSACTION FILE.  THE FILE MUST OPEN   *
003740*    WITH A CATTRN BATCH HEADER AND CLOSE WITH A TRAILER FOR     *
003750*    THE SAME BATCH WHOSE RECORD COUNT AND KEY HASH MATCH THE    *
003760*    DETAILS IN BETWEEN; ANYTHING ELSE IS OUT OF BALANCE AND     *
003770*    NOTHING IS APPLIED.  A BALANCED BATCH ALREADY ON THE        *
003780*    APPLIED-BATCH REGISTER IS REFUSED.  AN EMPTY FILE IS NO     *
003790*    BATCH TONIGHT.  A BATCH THAT PASSES IS LEFT MARKED APPLIED  *
003800*    WITH THE FILE REOPENED AND POSITIONED PAST ITS HEADER.      *
003810******************************************************************
003820 1200-CHECK-BATCH-CONTROL.
003830     MOVE ZEROES TO CM-BATCH-DETAIL-COUNT
003840     MOVE ZEROES TO CM-BATCH-HASH
003850     MOVE "N" TO CM-TRAILER-SWITCH
003860     READ CAT-TRANS-FILE
003870         AT END
003880             MOVE "N" TO CM-BATCH-STATUS
003890             MOVE "NO BATCH TONIGHT" TO CM-BATCH-RESULT
003900             DISPLAY "CATMNT: NO CATEGORY TRANSACTIONS TONIGHT"
003910             GO TO 1200-CHECK-BATCH-CONTROL-EXIT
003920     END-READ
003930     IF NOT BC-BATCH-HEADER
003940         MOVE "REJECTED - FIRST RECORD IS NOT A BATCH HEADER"
003950             TO CM-BATCH-RESULT
003960         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
003970     END-IF
003980     MOVE BC-BATCH-ID TO CM-BATCH-ID
003990     IF BC-FEED-NAME NOT = "CATTRN"
004000         MOVE SPACES TO CM-BATCH-RESULT
004010         STRING "REJECTED - BATCH HEADER IS FOR FEED "
004020                                        DELIMITED BY SIZE
004030             BC-FEED-NAME               DELIMITED BY SPACE
004040             INTO CM-BATCH-RESULT
004050         END-STRING
004060         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004070     END-IF
004080     MOVE "N" TO CM-EOF-SWITCH
004090     PERFORM 1210-TALLY-BATCH-RECORD
004100         THRU 1210-TALLY-BATCH-RECORD-EXIT
004110         UNTIL CM-END-OF-TRANS
004120             OR CM-BATCH-RESULT NOT = SPACES
004130     IF CM-BATCH-RESULT NOT = SPACES
004140         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004150     END-IF
004160     IF NOT CM-TRAILER-SEEN
004170         MOVE "REJECTED - NO BATCH TRAILER, FILE MAY BE TRUNCATED"
004180             TO CM-BATCH-RESULT
004190         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004200     END-IF
004210     IF CM-TRAILER-BATCH-ID NOT = CM-BATCH-ID
004220         MOVE "REJECTED - TRAILER BATCH ID DOES NOT MATCH HEADER"
004230             TO CM-BATCH-RESULT
004240         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004250     END-IF
004260     IF CM-TRAILER-COUNT NOT = CM-BATCH-DETAIL-COUNT
004270         MOVE SPACES TO CM-BATCH-RESULT
004280         STRING "REJECTED - TRAILER COUNT "  DELIMITED BY SIZE
004290             CM-TRAILER-COUNT                DELIMITED BY SIZE
004300             ", RECORDS IN BATCH "           DELIMITED BY SIZE
004310             CM-BATCH-DETAIL-COUNT           DELIMITED BY SIZE
004320             INTO CM-BATCH-RESULT
004330         END-STRING
004340         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004350     END-IF
004360     IF CM-TRAILER-HASH NOT = CM-BATCH-HASH
004370         MOVE "REJECTED - TRAILER KEY HASH DOES NOT MATCH DETAILS"
004380             TO CM-BATCH-RESULT
004390         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004400     END-IF
004410     MOVE "CATTRN"   TO BG-FEED-NAME
004420     MOVE CM-BATCH-ID TO BG-BATCH-ID
004430     READ BATCH-REGISTER
004440         INVALID KEY
004450             CONTINUE
004460         NOT INVALID KEY
004470             MOVE "D" TO CM-BATCH-STATUS
004480     END-READ
004490     IF CM-BATCH-DUPLICATE
004500         MOVE SPACES TO CM-BATCH-RESULT
004510         STRING "REFUSED - ALREADY APPLIED ON " DELIMITED BY SIZE
004520             BG-APPLIED-DATE                  DELIMITED BY SIZE
004530             " BY "                           DELIMITED BY SIZE
004540             BG-PROGRAM-ID                    DELIMITED BY SPACE
004550             INTO CM-BATCH-RESULT
004560         END-STRING
004570         DISPLAY "CATMNT: BATCH " CM-BATCH-ID
004580             " WAS ALREADY APPLIED -- NOT APPLIED AGAIN"
004590         IF CM-RETURN-CODE < 4
004600             MOVE 4 TO CM-RETURN-CODE
004610         END-IF
004620         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004630     END-IF
004640     CLOSE CAT-TRANS-FILE
004650     OPEN INPUT CAT-TRANS-FILE
004660     IF NOT CM-CATTRN-OK
004670         DISPLAY "CATMNT: UNABLE TO REOPEN CAT-TRANS-FILE, "
004680             "STATUS = " CM-CATTRN-STATUS
004690         MOVE SPACES TO CM-BATCH-STATUS
004700         MOVE 12 TO CM-RETURN-CODE
004710         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004720     END-IF
004730     READ CAT-TRANS-FILE
004740     MOVE "N" TO CM-EOF-SWITCH
004750     MOVE "A" TO CM-BATCH-STATUS
004760     MOVE "APPLIED" TO CM-BATCH-RESULT
004770     GO TO 1200-CHECK-BATCH-CONTROL-EXIT.
004780 1200-CHECK-BATCH-CONTROL-REJECT.
004790     MOVE "B" TO CM-BATCH-STATUS
004800     DISPLAY "CATMNT: BATCH " CM-BATCH-ID " OUT OF BALANCE -- "
004810         "NOTHING APPLIED"
004820     DISPLAY "CATMNT: " CM-BATCH-RESULT
004830     MOVE 8 TO CM-RETURN-CODE.
004840 1200-CHECK-BATCH-CONTROL-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*    1210-TALLY-BATCH-RECORD                                     *
004890*    COUNTS AND HASHES ONE DETAIL RECORD, OR FILES THE           *
004900*    TRAILER'S FIGURES.  A SECOND HEADER, OR ANYTHING AFTER THE  *
004910*    TRAILER, PUTS THE BATCH OUT OF BALANCE.                     *
004920******************************************************************
004930 1210-TALLY-BATCH-RECORD.
004940     READ CAT-TRANS-FILE
004950         AT END
004960             MOVE "Y" TO CM-EOF-SWITCH
004970             GO TO 1210-TALLY-BATCH-RECORD-EXIT
004980     END-READ
004990     IF CM-TRAILER-SEEN
005000         MOVE "REJECTED - RECORDS FOLLOW THE BATCH TRAILER"
005010             TO CM-BATCH-RESULT
005020         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005030     END-IF
005040     IF BC-BATCH-HEADER
005050         MOVE "REJECTED - SECOND BATCH HEADER IN THE FILE"
005060             TO CM-BATCH-RESULT
005070         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005080     END-IF
005090     IF BC-BATCH-TRAILER
005100         MOVE "Y"             TO CM-TRAILER-SWITCH
005110         MOVE BC-BATCH-ID     TO CM-TRAILER-BATCH-ID
005120         IF BC-RECORD-COUNT NUMERIC
005130             MOVE BC-RECORD-COUNT TO CM-TRAILER-COUNT
005140         END-IF
005150         IF BC-KEY-HASH NUMERIC
005160             MOVE BC-KEY-HASH TO CM-TRAILER-HASH
005170         END-IF
005180         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005190     END-IF
005200     ADD 1 TO CM-BATCH-DETAIL-COUNT
005210     MOVE CX-CATEGORY-CODE TO CM-HASH-KEY
005220     PERFORM 1220-HASH-ONE-CHARACTER
005230         THRU 1220-HASH-ONE-CHARACTER-EXIT
005240         VARYING CM-HASH-POS FROM 1 BY 1
005250         UNTIL CM-HASH-POS > 8.
005260 1210-TALLY-BATCH-RECORD-EXIT.
005270     EXIT.
005280
005290 1220-HASH-ONE-CHARACTER.
005300     IF CM-HASH-KEY (CM-HASH-POS:1) = SPACE
005310         GO TO 1220-HASH-ONE-CHARACTER-EXIT
005320     END-IF
005330     SET CM-HASH-IDX TO 1
005340     SEARCH CM-HASH-CHAR
005350         AT END
005360             MOVE 37 TO CM-HASH-CHAR-VALUE
005370         WHEN CM-HASH-CHAR (CM-HASH-IDX) =
005380                 CM-HASH-KEY (CM-HASH-POS:1)
005390             SET CM-HASH-CHAR-VALUE TO CM-HASH-IDX
005400     END-SEARCH
005410     COMPUTE CM-BATCH-HASH =
005420         CM-BATCH-HASH + CM-HASH-CHAR-VALUE * CM-HASH-POS.
005430 1220-HASH-ONE-CHARACTER-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*    2000-PROCESS-TRANSACTIONS                                  *
005480*    DISPATCHES THE CURRENT TRANSACTION BY ITS CODE.  EVERY       *
005490*    TRANSACTION, WHATEVER ITS FATE, PRODUCES EXACTLY ONE         *
005500*    REGISTER LINE SHOWING THE ACTION TAKEN AND ANY REASON.       *
005510******************************************************************
005520 2000-PROCESS-TRANSACTIONS.
005530     MOVE SPACES TO CM-ACTION-TAKEN
005540     MOVE SPACES TO CM-REJECT-REASON
005550     EVALUATE TRUE
005560         WHEN CX-TRANS-ADD
005570             PERFORM 2200-APPLY-ADD
005580                 THRU 2200-APPLY-ADD-EXIT
005590         WHEN CX-TRANS-CHANGE
005600             PERFORM 2300-APPLY-CHANGE
005610                 THRU 2300-APPLY-CHANGE-EXIT
005620         WHEN CX-TRANS-DELETE
005630             PERFORM 2400-APPLY-DELETE
005640                 THRU 2400-APPLY-DELETE-EXIT
005650         WHEN OTHER
005660             MOVE "REJECTED" TO CM-ACTION-TAKEN
005670             MOVE "INVALID TRANSACTION CODE" TO CM-REJECT-REASON
005680     END-EVALUATE
005690     IF CM-ACTION-TAKEN = "REJECTED"
005700         ADD 1 TO CM-TRANS-REJECT-COUNT
005710     ELSE
005720         ADD 1 TO CM-TRANS-APPLIED-COUNT
005730     END-IF
005740     PERFORM 5000-WRITE-REGISTER-LINE
005750         THRU 5000-WRITE-REGISTER-LINE-EXIT
005760     PERFORM 2100-READ-NEXT-TRANS
005770         THRU 2100-READ-NEXT-TRANS-EXIT.
005780 2000-PROCESS-TRANSACTIONS-EXIT.
005790     EXIT.
005800
005810 2100-READ-NEXT-TRANS.
005820     READ CAT-TRANS-FILE
005830         AT END
005840             MOVE "Y" TO CM-EOF-SWITCH
005850             GO TO 2100-READ-NEXT-TRANS-EXIT
005860     END-READ
005870     IF BC-BATCH-TRAILER
005880         MOVE "Y" TO CM-EOF-SWITCH
005890         GO TO 2100-READ-NEXT-TRANS-EXIT
005900     END-IF
005910     ADD 1 TO CM-TRANS-READ-COUNT.
005920 2100-READ-NEXT-TRANS-EXIT.
005930     EXIT.
005940
005950******************************************************************
005960*    2200-APPLY-ADD                                             *
005970*    EDITS THE TRANSACTION FIELDS, THEN WRITES A NEW CATEGORY     *
005980*    RECORD.  A CODE ALREADY ON THE FILE REJECTS THE ADD.         *
005990******************************************************************
006000 2200-APPLY-ADD.
006010     PERFORM 2210-EDIT-TRANS-FIELDS
006020         THRU 2210-EDIT-TRANS-FIELDS-EXIT
006030     IF CM-EDIT-FAILED
006040         MOVE "REJECTED" TO CM-ACTION-TAKEN
006050         GO TO 2200-APPLY-ADD-EXIT
006060     END-IF
006070     PERFORM 2500-BUILD-CATEGORY-RECORD
006080         THRU 2500-BUILD-CATEGORY-RECORD-EXIT
006090     WRITE CATEGORY-RECORD
006100         INVALID KEY
006110             MOVE "REJECTED" TO CM-ACTION-TAKEN
006120             MOVE "CATEGORY ALREADY ON FILE"
006130                 TO CM-REJECT-REASON
006140             GO TO 2200-APPLY-ADD-EXIT
006150     END-WRITE
006160     MOVE "ADDED" TO CM-ACTION-TAKEN.
006170 2200-APPLY-ADD-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*    2210-EDIT-TRANS-FIELDS                                     *
006220*    A HAND-KEYED TRANSACTION WITH A BLANK CODE OR DESCRIPTION,  *
006230*    OR A FLAG OTHER THAN A, I, OR SPACE (SPACE DEFAULTS TO      *
006240*    ACTIVE), IS REJECTED BEFORE IT REACHES THE FILE.            *
006250******************************************************************
006260 2210-EDIT-TRANS-FIELDS.
006270     MOVE "Y" TO CM-EDIT-PASS-SWITCH
006280     IF CX-CATEGORY-CODE = SPACES
006290         MOVE "N" TO CM-EDIT-PASS-SWITCH
006300         MOVE "CATEGORY CODE MISSING" TO CM-REJECT-REASON
006310         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006320     END-IF
006330     IF CX-DESCRIPTION = SPACES
006340         MOVE "N" TO CM-EDIT-PASS-SWITCH
006350         MOVE "DESCRIPTION MISSING" TO CM-REJECT-REASON
006360         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006370     END-IF
006380     IF NOT CX-FLAG-ACTIVE AND NOT CX-FLAG-INACTIVE
006390         AND NOT CX-FLAG-OMITTED
006400         MOVE "N" TO CM-EDIT-PASS-SWITCH
006410         MOVE "INVALID ACTIVE FLAG" TO CM-REJECT-REASON
006420         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006430     END-IF.
006440 2210-EDIT-TRANS-FIELDS-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480*    2300-APPLY-CHANGE                                          *
006490*    A CHANGE TRANSACTION CARRIES THE COMPLETE REPLACEMENT        *
006500*    VALUES FOR THE CATEGORY, SO THE SAME EDITS AS AN ADD APPLY   *
006510*    BEFORE THE RECORD IS REWRITTEN IN PLACE.                     *
006520******************************************************************
006530 2300-APPLY-CHANGE.
006540     PERFORM 2210-EDIT-TRANS-FIELDS
006550         THRU 2210-EDIT-TRANS-FIELDS-EXIT
006560     IF CM-EDIT-FAILED
006570         MOVE "REJECTED" TO CM-ACTION-TAKEN
006580         GO TO 2300-APPLY-CHANGE-EXIT
006590     END-IF
006600     MOVE CX-CATEGORY-CODE TO CG-CATEGORY-CODE
006610     READ CATEGORY-FILE
006620         INVALID KEY
006630             MOVE "REJECTED" TO CM-ACTION-TAKEN
006640             MOVE "CATEGORY NOT ON FILE" TO CM-REJECT-REASON
006650             GO TO 2300-APPLY-CHANGE-EXIT
006660     END-READ
006670     PERFORM 2500-BUILD-CATEGORY-RECORD
006680         THRU 2500-BUILD-CATEGORY-RECORD-EXIT
006690     REWRITE CATEGORY-RECORD
006700         INVALID KEY
006710             MOVE "REJECTED" TO CM-ACTION-TAKEN
006720             MOVE "REWRITE FAILED, STATUS " TO CM-REJECT-REASON
006730             MOVE CM-CATFILE-STATUS TO CM-REJECT-REASON (24:2)
006740             GO TO 2300-APPLY-CHANGE-EXIT
006750     END-REWRITE
006760     MOVE "CHANGED" TO CM-ACTION-TAKEN.
006770 2300-APPLY-CHANGE-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810*    2400-APPLY-DELETE                                          *
006820*    REMOVES THE KEYED CATEGORY FROM THE FILE.  ONLY THE KEY IS   *
006830*    USED; THE REMAINING TRANSACTION FIELDS ARE IGNORED.  THE     *
006840*    DESK NORMALLY RETIRES A SECTION WITH AN INACTIVE CHANGE      *
006850*    INSTEAD, SO OLD POSTS KEEP A DESCRIBABLE CODE.               *
006860******************************************************************
006870 2400-APPLY-DELETE.
006880     MOVE CX-CATEGORY-CODE TO CG-CATEGORY-CODE
006890     DELETE CATEGORY-FILE RECORD
006900         INVALID KEY
006910             MOVE "REJECTED" TO CM-ACTION-TAKEN
006920             MOVE "CATEGORY NOT ON FILE" TO CM-REJECT-REASON
006930             GO TO 2400-APPLY-DELETE-EXIT
006940     END-DELETE
006950     MOVE "DELETED" TO CM-ACTION-TAKEN.
006960 2400-APPLY-DELETE-EXIT.
006970     EXIT.
006980
006990 2500-BUILD-CATEGORY-RECORD.
007000     MOVE SPACES           TO CATEGORY-RECORD
007010     MOVE CX-CATEGORY-CODE TO CG-CATEGORY-CODE
007020     MOVE CX-DESCRIPTION   TO CG-DESCRIPTION
007030     IF CX-FLAG-OMITTED
007040         MOVE "A"           TO CG-ACTIVE-FLAG
007050     ELSE
007060         MOVE CX-ACTIVE-FLAG TO CG-ACTIVE-FLAG
007070     END-IF.
007080 2500-BUILD-CATEGORY-RECORD-EXIT.
007090     EXIT.
007100
007110******************************************************************
007120*    2900-REGISTER-APPLIED-BATCH                                 *
007130*    ADDS THE BATCH JUST APPLIED TO THE APPLIED-BATCH REGISTER   *
007140*    SO IT IS REFUSED IF IT EVER COMES THROUGH AGAIN.  A FAILED  *
007150*    WRITE DOES NOT UNDO THE REFERENCE FILE UPDATES BUT LEAVES A *
007160*    WARNING RETURN CODE.                                        *
007170******************************************************************
007180 2900-REGISTER-APPLIED-BATCH.
007190     MOVE SPACES                 TO BATCH-REGISTER-RECORD
007200     MOVE "CATTRN"              TO BG-FEED-NAME
007210     MOVE CM-BATCH-ID            TO BG-BATCH-ID
007220     MOVE CM-CURR-DATE-CCYYMMDD  TO BG-APPLIED-DATE
007230     MOVE CM-CURR-TIME           TO BG-APPLIED-TIME
007240     MOVE "CATMNT"              TO BG-PROGRAM-ID
007250     MOVE CM-BATCH-DETAIL-COUNT  TO BG-RECORD-COUNT
007260     MOVE CM-BATCH-HASH          TO BG-KEY-HASH
007270     MOVE CM-TRANS-APPLIED-COUNT TO BG-TRANS-APPLIED
007280     MOVE CM-TRANS-REJECT-COUNT  TO BG-TRANS-REJECTED
007290     WRITE BATCH-REGISTER-RECORD
007300         INVALID KEY
007310             DISPLAY "CATMNT: UNABLE TO REGISTER BATCH "
007320                 CM-BATCH-ID ", STATUS = " CM-BATCHREG-STATUS
007330                 " -- A RERUN WOULD APPLY IT AGAIN"
007340             IF CM-RETURN-CODE < 4
007350                 MOVE 4 TO CM-RETURN-CODE
007360             END-IF
007370     END-WRITE.
007380 2900-REGISTER-APPLIED-BATCH-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420*    5000-WRITE-REGISTER-LINE                                   *
007430*    ONE REGISTER LINE PER TRANSACTION, WITH PAGE HEADERS AS      *
007440*    NEEDED.                                                     *
007450******************************************************************
007460 5000-WRITE-REGISTER-LINE.
007470     IF CM-LINE-COUNT NOT LESS THAN CM-LINES-PER-PAGE
007480         PERFORM 5100-PRINT-PAGE-HEADERS
007490             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007500     END-IF
007510     MOVE CX-TRANS-CODE    TO CM-REG-TRANS-CODE
007520     MOVE CX-CATEGORY-CODE TO CM-REG-CATEGORY
007530     MOVE CX-DESCRIPTION   TO CM-REG-DESCRIPTION
007540     MOVE CX-ACTIVE-FLAG   TO CM-REG-FLAG
007550     MOVE CM-ACTION-TAKEN  TO CM-REG-ACTION
007560     MOVE CM-REJECT-REASON TO CM-REG-REASON
007570     WRITE MR-PRINT-LINE FROM CM-REG-DETAIL-LINE
007580     ADD 1 TO CM-LINE-COUNT.
007590 5000-WRITE-REGISTER-LINE-EXIT.
007600     EXIT.
007610
007620 5100-PRINT-PAGE-HEADERS.
007630     ADD 1 TO CM-PAGE-COUNT
007640     MOVE CM-PAGE-COUNT TO CM-REG-PAGE-NO
007650     MOVE CM-CURR-MONTH TO CM-REG-RUN-MONTH
007660     MOVE CM-CURR-DAY   TO CM-REG-RUN-DAY
007670     MOVE CM-CURR-YEAR  TO CM-REG-RUN-YEAR
007680     IF CM-PAGE-COUNT > 1
007690         WRITE MR-PRINT-LINE FROM SPACES
007700     END-IF
007710     WRITE MR-PRINT-LINE FROM CM-REG-HEADER-1
007720     WRITE MR-PRINT-LINE FROM CM-REG-HEADER-2
007730     MOVE ZEROES TO CM-LINE-COUNT.
007740 5100-PRINT-PAGE-HEADERS-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*    3000-PRINT-RUN-TOTALS                                      *
007790*    RUN TOTALS AT THE END OF THE REGISTER.  ANY REJECTED         *
007800*    TRANSACTION LEAVES A WARNING RETURN CODE SO THE DESK         *
007810*    SEES THE REGISTER NEEDS WORKING THE NEXT MORNING.  THE      *
007820*    BATCH ID AND WHAT BECAME OF THE BATCH PRINT FIRST.          *
007830******************************************************************
007840 3000-PRINT-RUN-TOTALS.
007850     IF NOT CM-CATREG-OK
007860         GO TO 3000-PRINT-RUN-TOTALS-EXIT
007870     END-IF
007880     IF CM-PAGE-COUNT = ZEROES
007890         PERFORM 5100-PRINT-PAGE-HEADERS
007900             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007910     END-IF
007920     MOVE CM-BATCH-ID            TO CM-REG-BATCH-ID
007930     MOVE CM-BATCH-RESULT        TO CM-REG-BATCH-RESULT
007940     WRITE MR-PRINT-LINE FROM SPACES
007950     WRITE MR-PRINT-LINE FROM CM-REG-BATCH-LINE-1
007960     WRITE MR-PRINT-LINE FROM CM-REG-BATCH-LINE-2
007970     MOVE CM-TRANS-READ-COUNT    TO CM-REG-TOTAL-READ
007980     MOVE CM-TRANS-APPLIED-COUNT TO CM-REG-TOTAL-APPLIED
007990     MOVE CM-TRANS-REJECT-COUNT  TO CM-REG-TOTAL-REJECTED
008000     WRITE MR-PRINT-LINE FROM SPACES
008010     WRITE MR-PRINT-LINE FROM CM-REG-TOTAL-LINE-1
008020     WRITE MR-PRINT-LINE FROM CM-REG-TOTAL-LINE-2
008030     WRITE MR-PRINT-LINE FROM CM-REG-TOTAL-LINE-3
008040     IF CM-TRANS-REJECT-COUNT > ZEROES
008050         AND CM-RETURN-CODE < 4
008060         MOVE 4 TO CM-RETURN-CODE
008070     END-IF.
008080 3000-PRINT-RUN-TOTALS-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    7000-WRITE-NIGHT-SUMMARY                                   *
008130*    APPENDS THE RUN'S RETURN CODE AND TRANSACTION COUNTS TO     *
008140*    THE NIGHT'S STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE      *
008150*    SUMMARY.  A LOG THAT CANNOT BE OPENED ONLY COSTS THE        *
008160*    SUMMARY LINE, NEVER THE MAINTENANCE RUN.                    *
008170******************************************************************
008180 7000-WRITE-NIGHT-SUMMARY.
008190     OPEN EXTEND NIGHT-LOG
008200     IF CM-NIGHTLOG-NOT-FOUND
008210         OPEN OUTPUT NIGHT-LOG
008220     END-IF
008230     IF NOT CM-NIGHTLOG-OK
008240         DISPLAY "CATMNT: UNABLE TO OPEN NIGHT-LOG, "
008250             "STATUS = " CM-NIGHTLOG-STATUS
008260             " -- NO SUMMARY LINE THIS RUN"
008270         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
008280     END-IF
008290     MOVE SPACES                 TO NIGHT-SUMMARY-RECORD
008300     MOVE "CATMNT"               TO NS-PROGRAM-ID
008310     COMPUTE NS-RUN-DATE =
008320         CM-CURR-YEAR * 10000
008330             + CM-CURR-MONTH * 100 + CM-CURR-DAY
008340     MOVE CM-RETURN-CODE         TO NS-RETURN-CODE
008350     MOVE CM-TRANS-READ-COUNT    TO NS-COUNT-READ
008360     MOVE CM-TRANS-APPLIED-COUNT TO NS-COUNT-GOOD
008370     MOVE CM-TRANS-REJECT-COUNT  TO NS-COUNT-REJECT
008380     MOVE ZEROES                 TO NS-COUNT-HELD
008390     MOVE ZEROES                 TO NS-COUNT-RELEASED
008400     MOVE CM-BATCH-ID            TO NS-BATCH-ID
008410     MOVE CM-BATCH-STATUS        TO NS-BATCH-STATUS
008420     WRITE NIGHT-SUMMARY-RECORD
008430     CLOSE NIGHT-LOG.
008440 7000-WRITE-NIGHT-SUMMARY-EXIT.
008450     EXIT.
008460
008470 9999-TERMINATE.
008480     IF CM-CATFILE-OK
008490         CLOSE CATEGORY-FILE
008500     END-IF
008510     IF CM-CATTRN-OK OR CM-CATTRN-EOF
008520         CLOSE CAT-TRANS-FILE
008530     END-IF
008540     IF CM-CATREG-OK
008550         CLOSE MAINT-REGISTER
008560     END-IF
008570     IF CM-BATCHREG-OPEN
008580         CLOSE BATCH-REGISTER
008590     END-IF.
008600 9999-TERMINATE-EXIT.
008610     EXIT.
