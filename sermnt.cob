000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    SERMNT                                       *
000040*    DESCRIPTION   POST SERIES REFERENCE FILE MAINTENANCE.       *
000050*                  READS THE DESK'S ADD/CHANGE/DELETE            *
000060*                  TRANSACTION FILE, KEYED ON ST-SERIES-CODE,    *
000070*                  AND APPLIES EACH TRANSACTION AGAINST THE      *
000080*                  INDEXED SERIES REFERENCE FILE BLOGEDIT        *
000090*                  CHECKS EVERY SERIES PART AGAINST.  EACH       *
000100*                  SERIES CARRIES ITS TITLE, THE NUMBER OF       *
000110*                  PARTS PLANNED, THE OWNING AUTHOR (WHO MUST    *
000120*                  BE ON AUTHOR-MASTER), AND AN OPEN OR CLOSED   *
000130*                  STATUS.  EVERY TRANSACTION, APPLIED OR        *
000140*                  REJECTED, IS LISTED ON THE MAINTENANCE        *
000150*                  REGISTER WITH THE ACTION TAKEN AND THE        *
000160*                  REJECT REASON.  RUNS AS ITS OWN STEP IN       *
000170*                  BLGPOST0 AFTER THE AUTHOR MAINTENANCE AND     *
000180*                  AHEAD OF THE FEED EDIT, SO THE NIGHT'S        *
000190*                  SERIES PARTS ARE CHECKED AGAINST A CURRENT    *
000200*                  REFERENCE FILE AND CURRENT OWNERS.            *
000210*                  THE TRANSACTION FILE IS ONE BATCH BETWEEN A   *
000220*                  HEADER AND A TRAILER (BCTLREC).  THE WHOLE    *
000230*                  FILE IS BALANCED AGAINST THE TRAILER'S COUNT  *
000240*                  AND KEY HASH BEFORE ANYTHING IS APPLIED, AND  *
000250*                  THE BATCH ID IS CHECKED AGAINST THE SHARED    *
000260*                  APPLIED-BATCH REGISTER (BREGREC), SO A BATCH  *
000270*                  IS APPLIED WHOLE, ONCE, OR NOT AT ALL.        *
000280*                                                                *
000290*    RETURN CODES  0000 - ALL TRANSACTIONS APPLIED, OR NO BATCH  *
000300*                         TONIGHT                                *
000310*                  0004 - ONE OR MORE TRANSACTIONS REJECTED,     *
000320*                         THE BATCH WAS REFUSED AS ALREADY       *
000330*                         APPLIED, OR AN APPLIED BATCH COULD     *
000340*                         NOT BE REGISTERED                      *
000350*                  0008 - THE BATCH IS OUT OF BALANCE AND NONE   *
000360*                         OF IT WAS APPLIED                      *
000370*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000380*                                                                *
000390*    MODIFICATION HISTORY                                       *
000400*    ---------------------------------------------------------- *
000410*    DATE       INIT  DESCRIPTION                                *
000420*    ---------  ----  -------------------------------------------*
000430*    2026-10-15  SDL  ORIGINAL PROGRAM.                         *
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     SERMNT.
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
000630     SELECT SERIES-FILE    ASSIGN TO SERFILE
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS SE-SERIES-CODE
000670         FILE STATUS IS SM-SERFILE-STATUS.
000680
000690     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS AR-AUTHOR-ID
000730         FILE STATUS IS SM-AUTHMST-STATUS.
000740
000750     SELECT SER-TRANS-FILE   ASSIGN TO SERTRN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL
000780         FILE STATUS IS SM-SERTRN-STATUS.
000790
000800     SELECT MAINT-REGISTER   ASSIGN TO SERREG
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS SM-SERREG-STATUS.
000840
000850     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS SM-NIGHTLOG-STATUS.
000890
000900     SELECT BATCH-REGISTER   ASSIGN TO BATCHREG
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS BG-REGISTER-KEY
000940         FILE STATUS IS SM-BATCHREG-STATUS.
000950
000960******************************************************************
000970*    DATA DIVISION                                              *
000980******************************************************************
000990 DATA DIVISION.
001000
001010 FILE SECTION.
001020 FD  SERIES-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY SERREC.
001050
001060 FD  AUTHOR-MASTER
001070     LABEL RECORDS ARE STANDARD.
001080     COPY AUTHREC.
001090
001100 FD  SER-TRANS-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY STRNREC.
001130     COPY BCTLREC.
001140
001150 FD  MAINT-REGISTER
001160     LABEL RECORDS ARE STANDARD.
001170 01  MR-PRINT-LINE               PIC X(132).
001180
001190 FD  NIGHT-LOG
001200     LABEL RECORDS ARE STANDARD.
001210     COPY NSUMREC.
001220
001230 FD  BATCH-REGISTER
001240     LABEL RECORDS ARE STANDARD.
001250     COPY BREGREC.
001260
001270 WORKING-STORAGE SECTION.
001280******************************************************************
001290*    FILE STATUS SWITCHES                                       *
001300******************************************************************
001310 01  SM-SERFILE-STATUS       PIC X(02).
001320     88  SM-SERFILE-OK               VALUE "00".
001330     88  SM-SERFILE-NOT-FOUND        VALUE "35".
001340
001350 01  SM-AUTHMST-STATUS       PIC X(02).
001360     88  SM-AUTHMST-OK               VALUE "00".
001370
001380 01  SM-SERTRN-STATUS        PIC X(02).
001390     88  SM-SERTRN-OK                VALUE "00".
001400     88  SM-SERTRN-EOF               VALUE "10".
001410
001420 01  SM-SERREG-STATUS        PIC X(02).
001430     88  SM-SERREG-OK                VALUE "00".
001440
001450 01  SM-NIGHTLOG-STATUS      PIC X(02).
001460     88  SM-NIGHTLOG-OK              VALUE "00".
001470     88  SM-NIGHTLOG-NOT-FOUND       VALUE "35".
001480
001490 01  SM-BATCHREG-STATUS      PIC X(02).
001500     88  SM-BATCHREG-OK              VALUE "00".
001510     88  SM-BATCHREG-NOT-FOUND       VALUE "35".
001520
001530******************************************************************
001540*    PROGRAM SWITCHES                                           *
001550******************************************************************
001560 77  SM-EOF-SWITCH           PIC X(01) VALUE "N".
001570     88  SM-END-OF-TRANS             VALUE "Y".
001580
001590 77  SM-EDIT-PASS-SWITCH     PIC X(01) VALUE "Y".
001600     88  SM-EDIT-PASSED              VALUE "Y".
001610     88  SM-EDIT-FAILED              VALUE "N".
001620
001630 77  SM-BATCHREG-OPEN-SWITCH PIC X(01) VALUE "N".
001640     88  SM-BATCHREG-OPEN            VALUE "Y".
001650
001660 77  SM-TRAILER-SWITCH       PIC X(01) VALUE "N".
001670     88  SM-TRAILER-SEEN             VALUE "Y".
001680
001690******************************************************************
001700*    CURRENT RUN DATE, PRINTED ON THE REGISTER HEADERS.  THE     *
001710*    RUN DATE AND TIME ALSO STAMP THE APPLIED-BATCH REGISTER.    *
001720******************************************************************
001730 01  SM-CURRENT-DATE-FIELDS.
001740     05  SM-CURR-DATE-CCYYMMDD.
001750         10  SM-CURR-YEAR     PIC 9(04).
001760         10  SM-CURR-MONTH    PIC 9(02).
001770         10  SM-CURR-DAY      PIC 9(02).
001780     05  SM-CURR-TIME         PIC 9(08).
001790     05  FILLER               PIC X(05).
001800
001810******************************************************************
001820*    BATCH CONTROL.  THE FIRST PASS OVER THE TRANSACTION FILE    *
001830*    COUNTS AND HASHES THE DETAIL RECORDS AND KEEPS THE          *
001840*    TRAILER'S FIGURES TO BALANCE THEM AGAINST.  THE BATCH       *
001850*    STATUS SAYS WHAT BECAME OF THE BATCH AND GOES TO THE        *
001860*    STEP-SUMMARY LOG.                                           *
001870******************************************************************
001880 77  SM-BATCH-STATUS         PIC X(01) VALUE SPACE.
001890     88  SM-BATCH-APPLIED            VALUE "A".
001900     88  SM-BATCH-DUPLICATE          VALUE "D".
001910     88  SM-BATCH-OUT-OF-BALANCE     VALUE "B".
001920     88  SM-BATCH-NONE               VALUE "N".
001930 77  SM-BATCH-ID             PIC X(12) VALUE SPACES.
001940 77  SM-BATCH-RESULT         PIC X(80) VALUE SPACES.
001950 77  SM-BATCH-DETAIL-COUNT   PIC 9(07) VALUE ZEROES.
001960 77  SM-BATCH-HASH           PIC 9(15) VALUE ZEROES.
001970 77  SM-TRAILER-BATCH-ID     PIC X(12) VALUE SPACES.
001980 77  SM-TRAILER-COUNT        PIC 9(07) VALUE ZEROES.
001990 77  SM-TRAILER-HASH         PIC 9(15) VALUE ZEROES.
002000
002010******************************************************************
002020*    KEY HASH WORK FIELDS.  EACH KEY CHARACTER'S VALUE IS ITS    *
002030*    POSITION IN THE TABLE BELOW (A SPACE IS 0, A CHARACTER NOT  *
002040*    IN THE TABLE 37), WEIGHTED BY ITS POSITION IN THE KEY.      *
002050******************************************************************
002060 77  SM-HASH-KEY             PIC X(08) VALUE SPACES.
002070 77  SM-HASH-POS             PIC 9(02) VALUE ZEROES.
002080 77  SM-HASH-CHAR-VALUE      PIC 9(02) VALUE ZEROES.
002090
002100 01  SM-HASH-CHARACTERS.
002110     05  FILLER                  PIC X(36)
002120             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002130 01  SM-HASH-CHAR-TABLE REDEFINES SM-HASH-CHARACTERS.
002140     05  SM-HASH-CHAR            PIC X(01) OCCURS 36 TIMES
002150                                 INDEXED BY SM-HASH-IDX.
002160
002170******************************************************************
002180*    TRANSACTION DISPOSITION WORK FIELDS AND RUN TOTALS          *
002190******************************************************************
002200 77  SM-ACTION-TAKEN         PIC X(08) VALUE SPACES.
002210 77  SM-REJECT-REASON        PIC X(40) VALUE SPACES.
002220
002230 77  SM-TRANS-READ-COUNT     PIC 9(05) VALUE ZEROES.
002240 77  SM-TRANS-APPLIED-COUNT  PIC 9(05) VALUE ZEROES.
002250 77  SM-TRANS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
002260
002270 77  SM-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002280
002290******************************************************************
002300*    MAINTENANCE REGISTER CONTROLS AND PRINT LINES               *
002310******************************************************************
002320 77  SM-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002330 77  SM-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002340 77  SM-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002350
002360 01  SM-REG-HEADER-1.
002370     05  FILLER                  PIC X(40)
002380             VALUE "SERMNT POST SERIES MAINTENANCE REGISTER".
002390     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002400     05  SM-REG-RUN-MONTH        PIC 9(02).
002410     05  FILLER                  PIC X(01) VALUE "/".
002420     05  SM-REG-RUN-DAY          PIC 9(02).
002430     05  FILLER                  PIC X(01) VALUE "/".
002440     05  SM-REG-RUN-YEAR         PIC 9(04).
002450     05  FILLER                  PIC X(05) VALUE SPACES.
002460     05  FILLER                  PIC X(05) VALUE "PAGE ".
002470     05  SM-REG-PAGE-NO          PIC ZZ9.
002480
002490 01  SM-REG-HEADER-2.
002500     05  FILLER                  PIC X(04) VALUE "TC".
002510     05  FILLER                  PIC X(10) VALUE "SERIES".
002520     05  FILLER                  PIC X(32) VALUE "TITLE".
002530     05  FILLER                  PIC X(06) VALUE "PARTS".
002540     05  FILLER                  PIC X(08) VALUE "OWNER".
002550     05  FILLER                  PIC X(06) VALUE "FLAG".
002560     05  FILLER                  PIC X(10) VALUE "ACTION".
002570     05  FILLER                  PIC X(06) VALUE "REASON".
002580
002590 01  SM-REG-DETAIL-LINE.
002600     05  SM-REG-TRANS-CODE       PIC X(01).
002610     05  FILLER                  PIC X(03) VALUE SPACES.
002620     05  SM-REG-SERIES           PIC X(06).
002630     05  FILLER                  PIC X(04) VALUE SPACES.
002640     05  SM-REG-TITLE            PIC X(30).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  SM-REG-PARTS            PIC X(02).
002670     05  FILLER                  PIC X(04) VALUE SPACES.
002680     05  SM-REG-OWNER            PIC X(06).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  SM-REG-FLAG             PIC X(01).
002710     05  FILLER                  PIC X(05) VALUE SPACES.
002720     05  SM-REG-ACTION           PIC X(08).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  SM-REG-REASON           PIC X(40).
002750
002760 01  SM-REG-TOTAL-LINE-1.
002770     05  FILLER                  PIC X(26)
002780             VALUE "TRANSACTIONS READ.......: ".
002790     05  SM-REG-TOTAL-READ       PIC ZZZZ9.
002800
002810 01  SM-REG-TOTAL-LINE-2.
002820     05  FILLER                  PIC X(26)
002830             VALUE "TRANSACTIONS APPLIED....: ".
002840     05  SM-REG-TOTAL-APPLIED    PIC ZZZZ9.
002850
002860 01  SM-REG-TOTAL-LINE-3.
002870     05  FILLER                  PIC X(26)
002880             VALUE "TRANSACTIONS REJECTED...: ".
002890     05  SM-REG-TOTAL-REJECTED   PIC ZZZZ9.
002900
002910 01  SM-REG-BATCH-LINE-1.
002920     05  FILLER                  PIC X(26)
002930             VALUE "BATCH ID................: ".
002940     05  SM-REG-BATCH-ID         PIC X(12).
002950
002960 01  SM-REG-BATCH-LINE-2.
002970     05  FILLER                  PIC X(26)
002980             VALUE "BATCH RESULT............: ".
002990     05  SM-REG-BATCH-RESULT     PIC X(80).
003000
003010******************************************************************
003020*    PROCEDURE DIVISION                                         *
003030******************************************************************
003040 PROCEDURE DIVISION.
003050
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-INITIALIZE-EXIT
003090     PERFORM 2000-PROCESS-TRANSACTIONS
003100         THRU 2000-PROCESS-TRANSACTIONS-EXIT
003110         UNTIL SM-END-OF-TRANS
003120     IF SM-BATCH-APPLIED
003130         PERFORM 2900-REGISTER-APPLIED-BATCH
003140             THRU 2900-REGISTER-APPLIED-BATCH-EXIT
003150     END-IF
003160     PERFORM 3000-PRINT-RUN-TOTALS
003170         THRU 3000-PRINT-RUN-TOTALS-EXIT
003180     PERFORM 7000-WRITE-NIGHT-SUMMARY
003190         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
003200     PERFORM 9999-TERMINATE
003210         THRU 9999-TERMINATE-EXIT
003220     MOVE SM-RETURN-CODE TO RETURN-CODE
003230     STOP RUN.
003240
003250 1000-INITIALIZE.
003260     MOVE FUNCTION CURRENT-DATE TO SM-CURRENT-DATE-FIELDS
003270     OPEN I-O SERIES-FILE
003280     IF SM-SERFILE-NOT-FOUND
003290         OPEN OUTPUT SERIES-FILE
003300     END-IF
003310     IF NOT SM-SERFILE-OK
003320         DISPLAY "SERMNT: UNABLE TO OPEN SERIES-FILE, "
003330             "STATUS = " SM-SERFILE-STATUS
003340         MOVE "Y" TO SM-EOF-SWITCH
003350         MOVE 12 TO SM-RETURN-CODE
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF
003380     OPEN INPUT AUTHOR-MASTER
003390     IF NOT SM-AUTHMST-OK
003400         DISPLAY "SERMNT: UNABLE TO OPEN AUTHOR-MASTER, "
003410             "STATUS = " SM-AUTHMST-STATUS
003420         MOVE "Y" TO SM-EOF-SWITCH
003430         MOVE 12 TO SM-RETURN-CODE
003440         GO TO 1000-INITIALIZE-EXIT
003450     END-IF
003460     OPEN INPUT SER-TRANS-FILE
003470     IF NOT SM-SERTRN-OK
003480         DISPLAY "SERMNT: UNABLE TO OPEN SER-TRANS-FILE, "
003490             "STATUS = " SM-SERTRN-STATUS
003500         MOVE "Y" TO SM-EOF-SWITCH
003510         MOVE 12 TO SM-RETURN-CODE
003520         GO TO 1000-INITIALIZE-EXIT
003530     END-IF
003540     OPEN OUTPUT MAINT-REGISTER
003550     IF NOT SM-SERREG-OK
003560         DISPLAY "SERMNT: UNABLE TO OPEN MAINT-REGISTER, "
003570             "STATUS = " SM-SERREG-STATUS
003580         MOVE "Y" TO SM-EOF-SWITCH
003590         MOVE 12 TO SM-RETURN-CODE
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF
003620     OPEN I-O BATCH-REGISTER
003630     IF SM-BATCHREG-NOT-FOUND
003640         OPEN OUTPUT BATCH-REGISTER
003650         CLOSE BATCH-REGISTER
003660         OPEN I-O BATCH-REGISTER
003670     END-IF
003680     IF NOT SM-BATCHREG-OK
003690         DISPLAY "SERMNT: UNABLE TO OPEN BATCH-REGISTER, "
003700             "STATUS = " SM-BATCHREG-STATUS
003710             " -- A RERUN COULD NOT BE DETECTED, RUN STOPPED"
003720         MOVE "Y" TO SM-EOF-SWITCH
003730         MOVE 12 TO SM-RETURN-CODE
003740         GO TO 1000-INITIALIZE-EXIT
003750     END-IF
003760     MOVE "Y" TO SM-BATCHREG-OPEN-SWITCH
003770     MOVE ZEROES TO SM-PAGE-COUNT
003780     MOVE SM-LINES-PER-PAGE TO SM-LINE-COUNT
003790     PERFORM 1200-CHECK-BATCH-CONTROL
003800         THRU 1200-CHECK-BATCH-CONTROL-EXIT
003810     IF NOT SM-BATCH-APPLIED
003820         MOVE "Y" TO SM-EOF-SWITCH
003830         GO TO 1000-INITIALIZE-EXIT
003840     END-IF
003850     PERFORM 2100-READ-NEXT-TRANS
003860         THRU 2100-READ-NEXT-TRANS-EXIT.
003870 1000-INITIALIZE-EXIT.
003880     EXIT.
003890
003900******************************************************************
003910*    1200-CHECK-BATCH-CONTROL                                    *
003920*    FIRST PASS OVER THE TRANSACTION FILE.  THE FILE MUST OPEN   *
003930*    WITH A SERTRN BATCH HEADER AND CLOSE WITH A TRAILER FOR     *
003940*    THE SAME BATCH WHOSE RECORD COUNT AND KEY HASH MATCH THE    *
003950*    DETAILS IN BETWEEN; ANYTHING ELSE IS OUT OF BALANCE AND     *
003960*    NOTHING IS APPLIED.  A BALANCED BATCH ALREADY ON THE        *
003970*    APPLIED-BATCH REGISTER IS REFUSED.  AN EMPTY FILE IS NO     *
003980*    BATCH TONIGHT.  A BATCH THAT PASSES IS LEFT MARKED APPLIED  *
003990*    WITH THE FILE REOPENED AND POSITIONED PAST ITS HEADER.      *
004000******************************************************************
004010 1200-CHECK-BATCH-CONTROL.
004020     MOVE ZEROES TO SM-BATCH-DETAIL-COUNT
004030     MOVE ZEROES TO SM-BATCH-HASH
004040     MOVE "N" TO SM-TRAILER-SWITCH
004050     READ SER-TRANS-FILE
004060         AT END
004070             MOVE "N" TO SM-BATCH-STATUS
004080             MOVE "NO BATCH TONIGHT" TO SM-BATCH-RESULT
004090             DISPLAY "SERMNT: NO SERIES TRANSACTIONS TONIGHT"
004100             GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004110     END-READ
004120     IF NOT BC-BATCH-HEADER
004130         MOVE "REJECTED - FIRST RECORD IS NOT A BATCH HEADER"
004140             TO SM-BATCH-RESULT
004150         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004160     END-IF
004170     MOVE BC-BATCH-ID TO SM-BATCH-ID
004180     IF BC-FEED-NAME NOT = "SERTRN"
004190         MOVE SPACES TO SM-BATCH-RESULT
004200         STRING "REJECTED - BATCH HEADER IS FOR FEED "
004210                                        DELIMITED BY SIZE
004220             BC-FEED-NAME               DELIMITED BY SPACE
004230             INTO SM-BATCH-RESULT
004240         END-STRING
004250         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004260     END-IF
004270     MOVE "N" TO SM-EOF-SWITCH
004280     PERFORM 1210-TALLY-BATCH-RECORD
004290         THRU 1210-TALLY-BATCH-RECORD-EXIT
004300         UNTIL SM-END-OF-TRANS
004310             OR SM-BATCH-RESULT NOT = SPACES
004320     IF SM-BATCH-RESULT NOT = SPACES
004330         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004340     END-IF
004350     IF NOT SM-TRAILER-SEEN
004360         MOVE "REJECTED - NO BATCH TRAILER, FILE MAY BE TRUNCATED"
004370             TO SM-BATCH-RESULT
004380         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004390     END-IF
004400     IF SM-TRAILER-BATCH-ID NOT = SM-BATCH-ID
004410         MOVE "REJECTED - TRAILER BATCH ID DOES NOT MATCH HEADER"
004420             TO SM-BATCH-RESULT
004430         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004440     END-IF
004450     IF SM-TRAILER-COUNT NOT = SM-BATCH-DETAIL-COUNT
004460         MOVE SPACES TO SM-BATCH-RESULT
004470         STRING "REJECTED - TRAILER COUNT "  DELIMITED BY SIZE
004480             SM-TRAILER-COUNT                DELIMITED BY SIZE
004490             ", RECORDS IN BATCH "           DELIMITED BY SIZE
004500             SM-BATCH-DETAIL-COUNT           DELIMITED BY SIZE
004510             INTO SM-BATCH-RESULT
004520         END-STRING
004530         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004540     END-IF
004550     IF SM-TRAILER-HASH NOT = SM-BATCH-HASH
004560         MOVE "REJECTED - TRAILER KEY HASH DOES NOT MATCH DETAILS"
004570             TO SM-BATCH-RESULT
004580         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004590     END-IF
004600     MOVE "SERTRN"   TO BG-FEED-NAME
004610     MOVE SM-BATCH-ID TO BG-BATCH-ID
004620     READ BATCH-REGISTER
004630         INVALID KEY
004640             CONTINUE
004650         NOT INVALID KEY
004660             MOVE "D" TO SM-BATCH-STATUS
004670     END-READ
004680     IF SM-BATCH-DUPLICATE
004690         MOVE SPACES TO SM-BATCH-RESULT
004700         STRING "REFUSED - ALREADY APPLIED ON " DELIMITED BY SIZE
004710             BG-APPLIED-DATE                  DELIMITED BY SIZE
004720             " BY "                           DELIMITED BY SIZE
004730             BG-PROGRAM-ID                    DELIMITED BY SPACE
004740             INTO SM-BATCH-RESULT
004750         END-STRING
004760         DISPLAY "SERMNT: BATCH " SM-BATCH-ID
004770             " WAS ALREADY APPLIED -- NOT APPLIED AGAIN"
004780         IF SM-RETURN-CODE < 4
004790             MOVE 4 TO SM-RETURN-CODE
004800         END-IF
004810         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004820     END-IF
004830     CLOSE SER-TRANS-FILE
004840     OPEN INPUT SER-TRANS-FILE
004850     IF NOT SM-SERTRN-OK
004860         DISPLAY "SERMNT: UNABLE TO REOPEN SER-TRANS-FILE, "
004870             "STATUS = " SM-SERTRN-STATUS
004880         MOVE SPACES TO SM-BATCH-STATUS
004890         MOVE 12 TO SM-RETURN-CODE
004900         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004910     END-IF
004920     READ SER-TRANS-FILE
004930     MOVE "N" TO SM-EOF-SWITCH
004940     MOVE "A" TO SM-BATCH-STATUS
004950     MOVE "APPLIED" TO SM-BATCH-RESULT
004960     GO TO 1200-CHECK-BATCH-CONTROL-EXIT.
004970 1200-CHECK-BATCH-CONTROL-REJECT.
004980     MOVE "B" TO SM-BATCH-STATUS
004990     DISPLAY "SERMNT: BATCH " SM-BATCH-ID " OUT OF BALANCE -- "
005000         "NOTHING APPLIED"
005010     DISPLAY "SERMNT: " SM-BATCH-RESULT
005020     MOVE 8 TO SM-RETURN-CODE.
005030 1200-CHECK-BATCH-CONTROL-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*    1210-TALLY-BATCH-RECORD                                     *
005080*    COUNTS AND HASHES ONE DETAIL RECORD, OR FILES THE           *
005090*    TRAILER'S FIGURES.  A SECOND HEADER, OR ANYTHING AFTER THE  *
005100*    TRAILER, PUTS THE BATCH OUT OF BALANCE.                     *
005110******************************************************************
005120 1210-TALLY-BATCH-RECORD.
005130     READ SER-TRANS-FILE
005140         AT END
005150             MOVE "Y" TO SM-EOF-SWITCH
005160             GO TO 1210-TALLY-BATCH-RECORD-EXIT
005170     END-READ
005180     IF SM-TRAILER-SEEN
005190         MOVE "REJECTED - RECORDS FOLLOW THE BATCH TRAILER"
005200             TO SM-BATCH-RESULT
005210         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005220     END-IF
005230     IF BC-BATCH-HEADER
005240         MOVE "REJECTED - SECOND BATCH HEADER IN THE FILE"
005250             TO SM-BATCH-RESULT
005260         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005270     END-IF
005280     IF BC-BATCH-TRAILER
005290         MOVE "Y"             TO SM-TRAILER-SWITCH
005300         MOVE BC-BATCH-ID     TO SM-TRAILER-BATCH-ID
005310         IF BC-RECORD-COUNT NUMERIC
005320             MOVE BC-RECORD-COUNT TO SM-TRAILER-COUNT
005330         END-IF
005340         IF BC-KEY-HASH NUMERIC
005350             MOVE BC-KEY-HASH TO SM-TRAILER-HASH
005360         END-IF
005370         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005380     END-IF
005390     ADD 1 TO SM-BATCH-DETAIL-COUNT
005400     MOVE ST-SERIES-CODE TO SM-HASH-KEY
005410     PERFORM 1220-HASH-ONE-CHARACTER
005420         THRU 1220-HASH-ONE-CHARACTER-EXIT
005430         VARYING SM-HASH-POS FROM 1 BY 1
005440         UNTIL SM-HASH-POS > 8.
005450 1210-TALLY-BATCH-RECORD-EXIT.
005460     EXIT.
005470
005480 1220-HASH-ONE-CHARACTER.
005490     IF SM-HASH-KEY (SM-HASH-POS:1) = SPACE
005500         GO TO 1220-HASH-ONE-CHARACTER-EXIT
005510     END-IF
005520     SET SM-HASH-IDX TO 1
005530     SEARCH SM-HASH-CHAR
005540         AT END
005550             MOVE 37 TO SM-HASH-CHAR-VALUE
005560         WHEN SM-HASH-CHAR (SM-HASH-IDX) =
005570                 SM-HASH-KEY (SM-HASH-POS:1)
005580             SET SM-HASH-CHAR-VALUE TO SM-HASH-IDX
005590     END-SEARCH
005600     COMPUTE SM-BATCH-HASH =
005610         SM-BATCH-HASH + SM-HASH-CHAR-VALUE * SM-HASH-POS.
005620 1220-HASH-ONE-CHARACTER-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660*    2000-PROCESS-TRANSACTIONS                                  *
005670*    DISPATCHES THE CURRENT TRANSACTION BY ITS CODE.  EVERY       *
005680*    TRANSACTION, WHATEVER ITS FATE, PRODUCES EXACTLY ONE         *
005690*    REGISTER LINE SHOWING THE ACTION TAKEN AND ANY REASON.       *
005700******************************************************************
005710 2000-PROCESS-TRANSACTIONS.
005720     MOVE SPACES TO SM-ACTION-TAKEN
005730     MOVE SPACES TO SM-REJECT-REASON
005740     EVALUATE TRUE
005750         WHEN ST-TRANS-ADD
005760             PERFORM 2200-APPLY-ADD
005770                 THRU 2200-APPLY-ADD-EXIT
005780         WHEN ST-TRANS-CHANGE
005790             PERFORM 2300-APPLY-CHANGE
005800                 THRU 2300-APPLY-CHANGE-EXIT
005810         WHEN ST-TRANS-DELETE
005820             PERFORM 2400-APPLY-DELETE
005830                 THRU 2400-APPLY-DELETE-EXIT
005840         WHEN OTHER
005850             MOVE "REJECTED" TO SM-ACTION-TAKEN
005860             MOVE "INVALID TRANSACTION CODE" TO SM-REJECT-REASON
005870     END-EVALUATE
005880     IF SM-ACTION-TAKEN = "REJECTED"
005890         ADD 1 TO SM-TRANS-REJECT-COUNT
005900     ELSE
005910         ADD 1 TO SM-TRANS-APPLIED-COUNT
005920     END-IF
005930     PERFORM 5000-WRITE-REGISTER-LINE
005940         THRU 5000-WRITE-REGISTER-LINE-EXIT
005950     PERFORM 2100-READ-NEXT-TRANS
005960         THRU 2100-READ-NEXT-TRANS-EXIT.
005970 2000-PROCESS-TRANSACTIONS-EXIT.
005980     EXIT.
005990
006000 2100-READ-NEXT-TRANS.
006010     READ SER-TRANS-FILE
006020         AT END
006030             MOVE "Y" TO SM-EOF-SWITCH
006040             GO TO 2100-READ-NEXT-TRANS-EXIT
006050     END-READ
006060     IF BC-BATCH-TRAILER
006070         MOVE "Y" TO SM-EOF-SWITCH
006080         GO TO 2100-READ-NEXT-TRANS-EXIT
006090     END-IF
006100     ADD 1 TO SM-TRANS-READ-COUNT.
006110 2100-READ-NEXT-TRANS-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150*    2200-APPLY-ADD                                             *
006160*    EDITS THE TRANSACTION FIELDS, THEN WRITES A NEW SERIES       *
006170*    RECORD.  A CODE ALREADY ON THE FILE REJECTS THE ADD.         *
006180******************************************************************
006190 2200-APPLY-ADD.
006200     PERFORM 2210-EDIT-TRANS-FIELDS
006210         THRU 2210-EDIT-TRANS-FIELDS-EXIT
006220     IF SM-EDIT-FAILED
006230         MOVE "REJECTED" TO SM-ACTION-TAKEN
006240         GO TO 2200-APPLY-ADD-EXIT
006250     END-IF
006260     PERFORM 2500-BUILD-SERIES-RECORD
006270         THRU 2500-BUILD-SERIES-RECORD-EXIT
006280     WRITE SERIES-RECORD
006290         INVALID KEY
006300             MOVE "REJECTED" TO SM-ACTION-TAKEN
006310             MOVE "SERIES ALREADY ON FILE"
006320                 TO SM-REJECT-REASON
006330             GO TO 2200-APPLY-ADD-EXIT
006340     END-WRITE
006350     MOVE "ADDED" TO SM-ACTION-TAKEN.
006360 2200-APPLY-ADD-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400*    2210-EDIT-TRANS-FIELDS                                     *
006410*    A HAND-KEYED TRANSACTION WITH A BLANK CODE OR TITLE, A      *
006420*    PLANNED PART COUNT THAT IS NOT 01 THROUGH 99, AN OWNER NOT  *
006430*    ON AUTHOR-MASTER, OR A STATUS OTHER THAN O, C, OR SPACE     *
006440*    (SPACE DEFAULTS TO OPEN) IS REJECTED BEFORE IT REACHES THE  *
006450*    FILE.                                                       *
006460******************************************************************
006470 2210-EDIT-TRANS-FIELDS.
006480     MOVE "Y" TO SM-EDIT-PASS-SWITCH
006490     IF ST-SERIES-CODE = SPACES
006500         MOVE "N" TO SM-EDIT-PASS-SWITCH
006510         MOVE "SERIES CODE MISSING" TO SM-REJECT-REASON
006520         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006530     END-IF
006540     IF ST-TITLE = SPACES
006550         MOVE "N" TO SM-EDIT-PASS-SWITCH
006560         MOVE "SERIES TITLE MISSING" TO SM-REJECT-REASON
006570         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006580     END-IF
006590     IF ST-PLANNED-PARTS NOT NUMERIC
006600         OR ST-PLANNED-PARTS = ZEROES
006610         MOVE "N" TO SM-EDIT-PASS-SWITCH
006620         MOVE "PLANNED PART COUNT NOT NUMERIC OR ZERO"
006630             TO SM-REJECT-REASON
006640         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006650     END-IF
006660     IF ST-OWNER-AUTHOR-ID = SPACES
006670         MOVE "N" TO SM-EDIT-PASS-SWITCH
006680         MOVE "OWNING AUTHOR ID MISSING" TO SM-REJECT-REASON
006690         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006700     END-IF
006710     MOVE ST-OWNER-AUTHOR-ID TO AR-AUTHOR-ID
006720     READ AUTHOR-MASTER
006730         INVALID KEY
006740             MOVE "N" TO SM-EDIT-PASS-SWITCH
006750             MOVE "OWNING AUTHOR NOT ON AUTHOR-MASTER"
006760                 TO SM-REJECT-REASON
006770             GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006780     END-READ
006790     IF NOT ST-FLAG-OPEN AND NOT ST-FLAG-CLOSED
006800         AND NOT ST-FLAG-OMITTED
006810         MOVE "N" TO SM-EDIT-PASS-SWITCH
006820         MOVE "INVALID SERIES STATUS FLAG" TO SM-REJECT-REASON
006830         GO TO 2210-EDIT-TRANS-FIELDS-EXIT
006840     END-IF.
006850 2210-EDIT-TRANS-FIELDS-EXIT.
006860     EXIT.
006870
006880******************************************************************
006890*    2300-APPLY-CHANGE                                          *
006900*    A CHANGE TRANSACTION CARRIES THE COMPLETE REPLACEMENT        *
006910*    VALUES FOR THE SERIES, SO THE SAME EDITS AS AN ADD APPLY     *
006920*    BEFORE THE RECORD IS REWRITTEN IN PLACE.  CLOSING A SERIES   *
006930*    OR EXTENDING ITS PLANNED PART COUNT IS A CHANGE.             *
006940******************************************************************
006950 2300-APPLY-CHANGE.
006960     PERFORM 2210-EDIT-TRANS-FIELDS
006970         THRU 2210-EDIT-TRANS-FIELDS-EXIT
006980     IF SM-EDIT-FAILED
006990         MOVE "REJECTED" TO SM-ACTION-TAKEN
007000         GO TO 2300-APPLY-CHANGE-EXIT
007010     END-IF
007020     MOVE ST-SERIES-CODE TO SE-SERIES-CODE
007030     READ SERIES-FILE
007040         INVALID KEY
007050             MOVE "REJECTED" TO SM-ACTION-TAKEN
007060             MOVE "SERIES NOT ON FILE" TO SM-REJECT-REASON
007070             GO TO 2300-APPLY-CHANGE-EXIT
007080     END-READ
007090     PERFORM 2500-BUILD-SERIES-RECORD
007100         THRU 2500-BUILD-SERIES-RECORD-EXIT
007110     REWRITE SERIES-RECORD
007120         INVALID KEY
007130             MOVE "REJECTED" TO SM-ACTION-TAKEN
007140             MOVE "REWRITE FAILED, STATUS " TO SM-REJECT-REASON
007150             MOVE SM-SERFILE-STATUS TO SM-REJECT-REASON (24:2)
007160             GO TO 2300-APPLY-CHANGE-EXIT
007170     END-REWRITE
007180     MOVE "CHANGED" TO SM-ACTION-TAKEN.
007190 2300-APPLY-CHANGE-EXIT.
007200     EXIT.
007210
007220******************************************************************
007230*    2400-APPLY-DELETE                                          *
007240*    REMOVES THE KEYED SERIES FROM THE FILE.  ONLY THE KEY IS     *
007250*    USED; THE REMAINING TRANSACTION FIELDS ARE IGNORED.  THE     *
007260*    DESK NORMALLY ENDS A SERIES WITH A CLOSED CHANGE INSTEAD,    *
007270*    SO ITS PUBLISHED PARTS KEEP A DESCRIBABLE CODE.              *
007280******************************************************************
007290 2400-APPLY-DELETE.
007300     MOVE ST-SERIES-CODE TO SE-SERIES-CODE
007310     DELETE SERIES-FILE RECORD
007320         INVALID KEY
007330             MOVE "REJECTED" TO SM-ACTION-TAKEN
007340             MOVE "SERIES NOT ON FILE" TO SM-REJECT-REASON
007350             GO TO 2400-APPLY-DELETE-EXIT
007360     END-DELETE
007370     MOVE "DELETED" TO SM-ACTION-TAKEN.
007380 2400-APPLY-DELETE-EXIT.
007390     EXIT.
007400
007410 2500-BUILD-SERIES-RECORD.
007420     MOVE SPACES             TO SERIES-RECORD
007430     MOVE ST-SERIES-CODE     TO SE-SERIES-CODE
007440     MOVE ST-TITLE           TO SE-TITLE
007450     MOVE ST-PLANNED-PARTS   TO SE-PLANNED-PARTS
007460     MOVE ST-OWNER-AUTHOR-ID TO SE-OWNER-AUTHOR-ID
007470     IF ST-FLAG-OMITTED
007480         MOVE "O"             TO SE-STATUS-FLAG
007490     ELSE
007500         MOVE ST-STATUS-FLAG  TO SE-STATUS-FLAG
007510     END-IF.
007520 2500-BUILD-SERIES-RECORD-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560*    2900-REGISTER-APPLIED-BATCH                                 *
007570*    ADDS THE BATCH JUST APPLIED TO THE APPLIED-BATCH REGISTER   *
007580*    SO IT IS REFUSED IF IT EVER COMES THROUGH AGAIN.  A FAILED  *
007590*    WRITE DOES NOT UNDO THE REFERENCE FILE UPDATES BUT LEAVES A *
007600*    WARNING RETURN CODE.                                        *
007610******************************************************************
007620 2900-REGISTER-APPLIED-BATCH.
007630     MOVE SPACES                 TO BATCH-REGISTER-RECORD
007640     MOVE "SERTRN"              TO BG-FEED-NAME
007650     MOVE SM-BATCH-ID            TO BG-BATCH-ID
007660     MOVE SM-CURR-DATE-CCYYMMDD  TO BG-APPLIED-DATE
007670     MOVE SM-CURR-TIME           TO BG-APPLIED-TIME
007680     MOVE "SERMNT"              TO BG-PROGRAM-ID
007690     MOVE SM-BATCH-DETAIL-COUNT  TO BG-RECORD-COUNT
007700     MOVE SM-BATCH-HASH          TO BG-KEY-HASH
007710     MOVE SM-TRANS-APPLIED-COUNT TO BG-TRANS-APPLIED
007720     MOVE SM-TRANS-REJECT-COUNT  TO BG-TRANS-REJECTED
007730     WRITE BATCH-REGISTER-RECORD
007740         INVALID KEY
007750             DISPLAY "SERMNT: UNABLE TO REGISTER BATCH "
007760                 SM-BATCH-ID ", STATUS = " SM-BATCHREG-STATUS
007770                 " -- A RERUN WOULD APPLY IT AGAIN"
007780             IF SM-RETURN-CODE < 4
007790                 MOVE 4 TO SM-RETURN-CODE
007800             END-IF
007810     END-WRITE.
007820 2900-REGISTER-APPLIED-BATCH-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860*    5000-WRITE-REGISTER-LINE                                   *
007870*    ONE REGISTER LINE PER TRANSACTION, WITH PAGE HEADERS AS      *
007880*    NEEDED.                                                     *
007890******************************************************************
007900 5000-WRITE-REGISTER-LINE.
007910     IF SM-LINE-COUNT NOT LESS THAN SM-LINES-PER-PAGE
007920         PERFORM 5100-PRINT-PAGE-HEADERS
007930             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007940     END-IF
007950     MOVE ST-TRANS-CODE      TO SM-REG-TRANS-CODE
007960     MOVE ST-SERIES-CODE     TO SM-REG-SERIES
007970     MOVE ST-TITLE           TO SM-REG-TITLE
007980     MOVE ST-PLANNED-PARTS   TO SM-REG-PARTS
007990     MOVE ST-OWNER-AUTHOR-ID TO SM-REG-OWNER
008000     MOVE ST-STATUS-FLAG     TO SM-REG-FLAG
008010     MOVE SM-ACTION-TAKEN    TO SM-REG-ACTION
008020     MOVE SM-REJECT-REASON   TO SM-REG-REASON
008030     WRITE MR-PRINT-LINE FROM SM-REG-DETAIL-LINE
008040     ADD 1 TO SM-LINE-COUNT.
008050 5000-WRITE-REGISTER-LINE-EXIT.
008060     EXIT.
008070
008080 5100-PRINT-PAGE-HEADERS.
008090     ADD 1 TO SM-PAGE-COUNT
008100     MOVE SM-PAGE-COUNT TO SM-REG-PAGE-NO
008110     MOVE SM-CURR-MONTH TO SM-REG-RUN-MONTH
008120     MOVE SM-CURR-DAY   TO SM-REG-RUN-DAY
008130     MOVE SM-CURR-YEAR  TO SM-REG-RUN-YEAR
008140     IF SM-PAGE-COUNT > 1
008150         WRITE MR-PRINT-LINE FROM SPACES
008160     END-IF
008170     WRITE MR-PRINT-LINE FROM SM-REG-HEADER-1
008180     WRITE MR-PRINT-LINE FROM SM-REG-HEADER-2
008190     MOVE ZEROES TO SM-LINE-COUNT.
008200 5100-PRINT-PAGE-HEADERS-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240*    3000-PRINT-RUN-TOTALS                                      *
008250*    RUN TOTALS AT THE END OF THE REGISTER.  ANY REJECTED         *
008260*    TRANSACTION LEAVES A WARNING RETURN CODE SO THE DESK         *
008270*    SEES THE REGISTER NEEDS WORKING THE NEXT MORNING.  THE      *
008280*    BATCH ID AND WHAT BECAME OF THE BATCH PRINT FIRST.          *
008290******************************************************************
008300 3000-PRINT-RUN-TOTALS.
008310     IF NOT SM-SERREG-OK
008320         GO TO 3000-PRINT-RUN-TOTALS-EXIT
008330     END-IF
008340     IF SM-PAGE-COUNT = ZEROES
008350         PERFORM 5100-PRINT-PAGE-HEADERS
008360             THRU 5100-PRINT-PAGE-HEADERS-EXIT
008370     END-IF
008380     MOVE SM-BATCH-ID            TO SM-REG-BATCH-ID
008390     MOVE SM-BATCH-RESULT        TO SM-REG-BATCH-RESULT
008400     WRITE MR-PRINT-LINE FROM SPACES
008410     WRITE MR-PRINT-LINE FROM SM-REG-BATCH-LINE-1
008420     WRITE MR-PRINT-LINE FROM SM-REG-BATCH-LINE-2
008430     MOVE SM-TRANS-READ-COUNT    TO SM-REG-TOTAL-READ
008440     MOVE SM-TRANS-APPLIED-COUNT TO SM-REG-TOTAL-APPLIED
008450     MOVE SM-TRANS-REJECT-COUNT  TO SM-REG-TOTAL-REJECTED
008460     WRITE MR-PRINT-LINE FROM SPACES
008470     WRITE MR-PRINT-LINE FROM SM-REG-TOTAL-LINE-1
008480     WRITE MR-PRINT-LINE FROM SM-REG-TOTAL-LINE-2
008490     WRITE MR-PRINT-LINE FROM SM-REG-TOTAL-LINE-3
008500     IF SM-TRANS-REJECT-COUNT > ZEROES
008510         AND SM-RETURN-CODE < 4
008520         MOVE 4 TO SM-RETURN-CODE
008530     END-IF.
008540 3000-PRINT-RUN-TOTALS-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580*    7000-WRITE-NIGHT-SUMMARY                                   *
008590*    APPENDS THE RUN'S RETURN CODE AND TRANSACTION COUNTS TO     *
008600*    THE NIGHT'S STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE      *
008610*    SUMMARY.  A LOG THAT CANNOT BE OPENED ONLY COSTS THE        *
008620*    SUMMARY LINE, NEVER THE MAINTENANCE RUN.                    *
008630******************************************************************
008640 7000-WRITE-NIGHT-SUMMARY.
008650     OPEN EXTEND NIGHT-LOG
008660     IF SM-NIGHTLOG-NOT-FOUND
008670         OPEN OUTPUT NIGHT-LOG
008680     END-IF
008690     IF NOT SM-NIGHTLOG-OK
008700         DISPLAY "SERMNT: UNABLE TO OPEN NIGHT-LOG, "
008710             "STATUS = " SM-NIGHTLOG-STATUS
008720             " -- NO SUMMARY LINE THIS RUN"
008730         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
008740     END-IF
008750     MOVE SPACES                 TO NIGHT-SUMMARY-RECORD
008760     MOVE "SERMNT"               TO NS-PROGRAM-ID
008770     COMPUTE NS-RUN-DATE =
008780         SM-CURR-YEAR * 10000
008790             + SM-CURR-MONTH * 100 + SM-CURR-DAY
008800     MOVE SM-RETURN-CODE         TO NS-RETURN-CODE
008810     MOVE SM-TRANS-READ-COUNT    TO NS-COUNT-READ
008820     MOVE SM-TRANS-APPLIED-COUNT TO NS-COUNT-GOOD
008830     MOVE SM-TRANS-REJECT-COUNT  TO NS-COUNT-REJECT
008840     MOVE ZEROES                 TO NS-COUNT-HELD
008850     MOVE ZEROES                 TO NS-COUNT-RELEASED
008860     MOVE SM-BATCH-ID            TO NS-BATCH-ID
008870     MOVE SM-BATCH-STATUS        TO NS-BATCH-STATUS
008880     WRITE NIGHT-SUMMARY-RECORD
008890     CLOSE NIGHT-LOG.
008900 7000-WRITE-NIGHT-SUMMARY-EXIT.
008910     EXIT.
008920
008930 9999-TERMINATE.
008940     IF SM-SERFILE-OK
008950         CLOSE SERIES-FILE
008960     END-IF
008970     IF SM-AUTHMST-OK
008980         CLOSE AUTHOR-MASTER
008990     END-IF
009000     IF SM-SERTRN-OK OR SM-SERTRN-EOF
009010         CLOSE SER-TRANS-FILE
009020     END-IF
009030     IF SM-SERREG-OK
009040         CLOSE MAINT-REGISTER
009050     END-IF
009060     IF SM-BATCHREG-OPEN
009070         CLOSE BATCH-REGISTER
009080     END-IF.
009090 9999-TERMINATE-EXIT.
009100     EXIT.
