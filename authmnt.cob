000100*                  THE AUTHOR TABLE.  EVERY TRANSACTION, APPLIED *
000110*                  OR REJECTED, IS LISTED ON THE MAINTENANCE     *
000120*                  REGISTER WITH THE ACTION TAKEN AND THE        *
000130*                  REJECT REASON.  EVERY APPLIED TRANSACTION IS  *
000140*                  ALSO APPENDED TO THE PERMANENT AUTHOR CHANGE  *
000150*                  JOURNAL WITH THE RECORD'S BEFORE AND AFTER    *
000160*                  IMAGES, THE TRANSACTION SOURCE, AND THE RUN   *
000170*                  DATE, SO AUTHASOF CAN REBUILD AN AUTHOR AS    *
000180*                  OF ANY DATE.  RUNS AS ITS OWN STEP IN         *
000190*                  BLGPOST0 AHEAD OF THE PUBLISHING CYCLE SO     *
000200*                  THE NIGHTLY RUN ALWAYS SEES A CURRENT MASTER. *
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
000310*                  0004 - ONE OR MORE TRANSACTIONS REJECTED, AN  *
000320*                         APPLIED CHANGE COULD NOT BE            *
000330*                         JOURNALLED, THE BATCH WAS REFUSED AS   *
000340*                         ALREADY APPLIED, OR AN APPLIED BATCH   *
000350*                         COULD NOT BE REGISTERED                *
000360*                  0008 - THE BATCH IS OUT OF BALANCE AND NONE   *
000370*                         OF IT WAS APPLIED                      *
000380*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000390*                                                                *
000400*    MODIFICATION HISTORY                                       *
000410*    ---------------------------------------------------------- *
000420*    DATE       INIT  DESCRIPTION                                *
000430*    ---------  ----  -------------------------------------------*
000440*    2026-08-22  SDL  ORIGINAL PROGRAM.                         *
000450*    2026-08-22  SDL  ADDS AND CHANGES NOW CARRY THE AUTHOR      *
000460*                     LIFECYCLE STATUS CODE AND STATUS DATE.     *
000470*                     AN OMITTED STATUS DEFAULTS TO ACTIVE AS    *
000480*                     OF THE RUN DATE.                           *
000490*    2026-09-02  SDL  THE RUN NOW OPENS THE NIGHT'S STEP-        *
000500*                     SUMMARY LOG AND WRITES ITS RETURN CODE     *
000510*                     AND TRANSACTION COUNTS FOR THE BLGNIGHT    *
000520*                     ONE-PAGE SUMMARY AT END OF JOB.            *
000530*    2026-10-15  SDL  EVERY APPLIED ADD, CHANGE, AND DELETE IS   *
000540*                     NOW APPENDED TO THE PERMANENT AUTHOR       *
000550*                     CHANGE JOURNAL (AUTHJRNL DD) WITH BEFORE   *
000560*                     AND AFTER IMAGES, THE TRANSACTION SOURCE,  *
000570*                     AND THE RUN DATE.  A DELETE NOW READS THE  *
000580*                     RECORD FIRST TO CAPTURE ITS BEFORE IMAGE.  *
000590*    2026-10-15  SDL  THE TRANSACTION FILE NOW CARRIES A BATCH   *
000600*                     HEADER AND TRAILER.  AN OUT-OF-BALANCE     *
000610*                     BATCH IS REJECTED WHOLE (RC 8), A BATCH    *
000620*                     ALREADY ON THE APPLIED-BATCH REGISTER      *
000630*                     (BATCHREG DD) IS REFUSED (RC 4), AND AN    *
000640*                     APPLIED BATCH IS ADDED TO THE REGISTER.    *
000650*                     THE BATCH RESULT GOES ON THE MAINTENANCE   *
000660*                     REGISTER AND THE NIGHT'S STEP-SUMMARY LOG. *
000670******************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID.     AUTHMNT.
000700 AUTHOR.         SEBASTIAN DE LIMA.
000710 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000720 DATE-WRITTEN.   2026-08-22.
000730 DATE-COMPILED.  2026-08-22.
000740
000750******************************************************************
000760*    ENVIRONMENT DIVISION                                       *
000770******************************************************************
000780 ENVIRONMENT DIVISION.
000790
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.    MACBOOK-PRO.
000820 OBJECT-COMPUTER.    MACBOOK-PRO.
000830
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS AR-AUTHOR-ID
000900         FILE STATUS IS AM-AUTHMST-STATUS.
000910
000920     SELECT AUTHOR-TRANS-FILE ASSIGN TO AUTHTRN
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS AM-AUTHTRN-STATUS.
000960
000970     SELECT MAINT-REGISTER   ASSIGN TO MNTREG
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL
001000         FILE STATUS IS AM-MNTREG-STATUS.
001010
001020     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         ACCESS MODE IS SEQUENTIAL
001050         FILE STATUS IS AM-NIGHTLOG-STATUS.
001060
001070     SELECT AUTHOR-CHANGE-JOURNAL ASSIGN TO AUTHJRNL
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         ACCESS MODE IS SEQUENTIAL
001100         FILE STATUS IS AM-AUTHJRNL-STATUS.
001110
001120     SELECT BATCH-REGISTER   ASSIGN TO BATCHREG
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS RANDOM
001150         RECORD KEY IS BG-REGISTER-KEY
001160         FILE STATUS IS AM-BATCHREG-STATUS.
001170
001180******************************************************************
001190*    DATA DIVISION                                              *
001200******************************************************************
001210 DATA DIVISION.
001220
001230 FILE SECTION.
001240 FD  AUTHOR-MASTER
001250     LABEL RECORDS ARE STANDARD.
001260     COPY AUTHREC.
001270
001280 FD  AUTHOR-TRANS-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY ATRNREC.
001310     COPY BCTLREC.
001320
001330 FD  MAINT-REGISTER
001340     LABEL RECORDS ARE STANDARD.
001350 01  MR-PRINT-LINE               PIC X(132).
001360
001370 FD  NIGHT-LOG
001380     LABEL RECORDS ARE STANDARD.
001390     COPY NSUMREC.
001400
001410 FD  AUTHOR-CHANGE-JOURNAL
001420     LABEL RECORDS ARE STANDARD.
001430     COPY ACHGREC.
001440
001450 FD  BATCH-REGISTER
001460     LABEL RECORDS ARE STANDARD.
001470     COPY BREGREC.
001480
001490 WORKING-STORAGE SECTION.
001500******************************************************************
001510*    FILE STATUS SWITCHES                                       *
001520******************************************************************
001530 01  AM-AUTHMST-STATUS       PIC X(02).
001540     88  AM-AUTHMST-OK               VALUE "00".
001550     88  AM-AUTHMST-NOT-FOUND        VALUE "35".
001560
001570 01  AM-AUTHTRN-STATUS       PIC X(02).
001580     88  AM-AUTHTRN-OK               VALUE "00".
001590     88  AM-AUTHTRN-EOF              VALUE "10".
001600
001610 01  AM-MNTREG-STATUS        PIC X(02).
001620     88  AM-MNTREG-OK                VALUE "00".
001630
001640 01  AM-NIGHTLOG-STATUS      PIC X(02).
001650     88  AM-NIGHTLOG-OK              VALUE "00".
001660
001670 01  AM-AUTHJRNL-STATUS      PIC X(02).
001680     88  AM-AUTHJRNL-OK              VALUE "00".
001690     88  AM-AUTHJRNL-NOT-FOUND       VALUE "35".
001700
001710 01  AM-BATCHREG-STATUS      PIC X(02).
001720     88  AM-BATCHREG-OK              VALUE "00".
001730     88  AM-BATCHREG-NOT-FOUND       VALUE "35".
001740
001750******************************************************************
001760*    PROGRAM SWITCHES                                           *
001770******************************************************************
001780 77  AM-EOF-SWITCH           PIC X(01) VALUE "N".
001790     88  AM-END-OF-TRANS             VALUE "Y".
001800
001810 77  AM-DATE-VALID-SWITCH    PIC X(01) VALUE "Y".
001820     88  AM-DATE-IS-VALID            VALUE "Y".
001830     88  AM-DATE-IS-INVALID          VALUE "N".
001840
001850 77  AM-BATCHREG-OPEN-SWITCH PIC X(01) VALUE "N".
001860     88  AM-BATCHREG-OPEN            VALUE "Y".
001870
001880 77  AM-TRAILER-SWITCH       PIC X(01) VALUE "N".
001890     88  AM-TRAILER-SEEN             VALUE "Y".
001900
001910******************************************************************
001920*    TABLE OF DAYS PER CALENDAR MONTH, USED TO VALIDATE A         *
001930*    BIRTH DAY AGAINST ITS BIRTH MONTH.  FEBRUARY IS CARRIED AS   *
001940*    28 AND BUMPED TO 29 IN THE VALIDATION PARAGRAPH FOR LEAP     *
001950*    YEARS.  THE EDITS HERE MATCH THE ONES BLOGPOST APPLIES IN    *
001960*    ITS 2240-VALIDATE-DATE-BIRTH PARAGRAPH.                      *
001970******************************************************************
001980 01  AM-DAYS-IN-MONTH-TABLE.
001990     05  FILLER                  PIC 9(02) VALUE 31.
002000     05  FILLER                  PIC 9(02) VALUE 28.
002010     05  FILLER                  PIC 9(02) VALUE 31.
002020     05  FILLER                  PIC 9(02) VALUE 30.
002030     05  FILLER                  PIC 9(02) VALUE 31.
002040     05  FILLER                  PIC 9(02) VALUE 30.
002050     05  FILLER                  PIC 9(02) VALUE 31.
002060     05  FILLER                  PIC 9(02) VALUE 31.
002070     05  FILLER                  PIC 9(02) VALUE 30.
002080     05  FILLER                  PIC 9(02) VALUE 31.
002090     05  FILLER                  PIC 9(02) VALUE 30.
002100     05  FILLER                  PIC 9(02) VALUE 31.
002110 01  AM-DAYS-IN-MONTH REDEFINES AM-DAYS-IN-MONTH-TABLE.
002120     05  AM-DIM-ENTRY            PIC 9(02) OCCURS 12 TIMES.
002130
002140 77  AM-MAX-DAYS-THIS-MONTH  PIC 9(02).
002150
002160******************************************************************
002170*    CURRENT RUN DATE, USED TO REJECT A BIRTH DATE AFTER THE      *
002180*    RUN DATE.  THE RUN DATE AND TIME ALSO STAMP EACH JOURNAL    *
002190*    ENTRY.                                                      *
002200******************************************************************
002210 01  AM-CURRENT-DATE-FIELDS.
002220     05  AM-CURR-DATE-CCYYMMDD.
002230         10  AM-CURR-YEAR     PIC 9(04).
002240         10  AM-CURR-MONTH    PIC 9(02).
002250         10  AM-CURR-DAY      PIC 9(02).
002260     05  AM-CURR-TIME         PIC 9(08).
002270     05  FILLER               PIC X(05).
002280
002290******************************************************************
002300*    AUTHOR-RECORD IMAGES FOR THE CHANGE JOURNAL: THE RECORD AS  *
002310*    IT STOOD BEFORE THE TRANSACTION AND AS IT WAS LEFT.         *
002320******************************************************************
002330 01  AM-BEFORE-IMAGE          PIC X(45) VALUE SPACES.
002340 01  AM-AFTER-IMAGE           PIC X(45) VALUE SPACES.
002350
002360******************************************************************
002370*    BATCH CONTROL.  THE FIRST PASS OVER THE TRANSACTION FILE    *
002380*    COUNTS AND HASHES THE DETAIL RECORDS AND KEEPS THE          *
002390*    TRAILER'S FIGURES TO BALANCE THEM AGAINST.  THE BATCH       *
002400*    STATUS SAYS WHAT BECAME OF THE BATCH AND GOES TO THE        *
002410*    STEP-SUMMARY LOG.                                           *
002420******************************************************************
002430 77  AM-BATCH-STATUS         PIC X(01) VALUE SPACE.
002440     88  AM-BATCH-APPLIED            VALUE "A".
002450     88  AM-BATCH-DUPLICATE          VALUE "D".
002460     88  AM-BATCH-OUT-OF-BALANCE     VALUE "B".
002470     88  AM-BATCH-NONE               VALUE "N".
002480 77  AM-BATCH-ID             PIC X(12) VALUE SPACES.
002490 77  AM-BATCH-RESULT         PIC X(80) VALUE SPACES.
002500 77  AM-BATCH-DETAIL-COUNT   PIC 9(07) VALUE ZEROES.
002510 77  AM-BATCH-HASH           PIC 9(15) VALUE ZEROES.
002520 77  AM-TRAILER-BATCH-ID     PIC X(12) VALUE SPACES.
002530 77  AM-TRAILER-COUNT        PIC 9(07) VALUE ZEROES.
002540 77  AM-TRAILER-HASH         PIC 9(15) VALUE ZEROES.
002550
002560******************************************************************
002570*    KEY HASH WORK FIELDS.  EACH KEY CHARACTER'S VALUE IS ITS    *
002580*    POSITION IN THE TABLE BELOW (A SPACE IS 0, A CHARACTER NOT  *
002590*    IN THE TABLE 37), WEIGHTED BY ITS POSITION IN THE KEY.      *
002600******************************************************************
002610 77  AM-HASH-KEY             PIC X(08) VALUE SPACES.
002620 77  AM-HASH-POS             PIC 9(02) VALUE ZEROES.
002630 77  AM-HASH-CHAR-VALUE      PIC 9(02) VALUE ZEROES.
002640
002650 01  AM-HASH-CHARACTERS.
002660     05  FILLER                  PIC X(36)
002670             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002680 01  AM-HASH-CHAR-TABLE REDEFINES AM-HASH-CHARACTERS.
002690     05  AM-HASH-CHAR            PIC X(01) OCCURS 36 TIMES
002700                                 INDEXED BY AM-HASH-IDX.
002710
002720******************************************************************
002730*    TRANSACTION DISPOSITION WORK FIELDS AND RUN TOTALS          *
002740******************************************************************
002750 77  AM-ACTION-TAKEN         PIC X(08) VALUE SPACES.
002760 77  AM-REJECT-REASON        PIC X(40) VALUE SPACES.
002770
002780 77  AM-TRANS-READ-COUNT     PIC 9(05) VALUE ZEROES.
002790 77  AM-TRANS-APPLIED-COUNT  PIC 9(05) VALUE ZEROES.
002800 77  AM-TRANS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
002810 77  AM-JOURNAL-COUNT        PIC 9(05) VALUE ZEROES.
002820
002830 77  AM-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002840
002850******************************************************************
002860*    MAINTENANCE REGISTER CONTROLS AND PRINT LINES               *
002870******************************************************************
002880 77  AM-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002890 77  AM-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002900 77  AM-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002910
002920 01  AM-REG-HEADER-1.
002930     05  FILLER                  PIC X(36)
002940             VALUE "AUTHMNT AUTHOR MAINTENANCE REGISTER ".
002950     05  FILLER                  PIC X(04) VALUE SPACES.
002960     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002970     05  AM-REG-RUN-MONTH        PIC 9(02).
002980     05  FILLER                  PIC X(01) VALUE "/".
002990     05  AM-REG-RUN-DAY          PIC 9(02).
003000     05  FILLER                  PIC X(01) VALUE "/".
003010     05  AM-REG-RUN-YEAR         PIC 9(04).
003020     05  FILLER                  PIC X(05) VALUE SPACES.
003030     05  FILLER                  PIC X(05) VALUE "PAGE ".
003040     05  AM-REG-PAGE-NO          PIC ZZ9.
003050
003060 01  AM-REG-HEADER-2.
003070     05  FILLER                  PIC X(04) VALUE "TC".
003080     05  FILLER                  PIC X(10) VALUE "AUTHOR ID".
003090     05  FILLER                  PIC X(22) VALUE "NAME".
003100     05  FILLER                  PIC X(12) VALUE "BIRTH DATE".
003110     05  FILLER                  PIC X(10) VALUE "ACTION".
003120     05  FILLER                  PIC X(06) VALUE "REASON".
003130
003140 01  AM-REG-DETAIL-LINE.
003150     05  AM-REG-TRANS-CODE       PIC X(01).
003160     05  FILLER                  PIC X(03) VALUE SPACES.
003170     05  AM-REG-AUTHOR-ID        PIC X(06).
003180     05  FILLER                  PIC X(04) VALUE SPACES.
003190     05  AM-REG-NAME             PIC X(20).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  AM-REG-BIRTH-MONTH      PIC 9(02).
003220     05  FILLER                  PIC X(01) VALUE "/".
003230     05  AM-REG-BIRTH-DAY        PIC 9(02).
003240     05  FILLER                  PIC X(01) VALUE "/".
003250     05  AM-REG-BIRTH-YEAR       PIC 9(04).
003260     05  FILLER                  PIC X(02) VALUE SPACES.
003270     05  AM-REG-ACTION           PIC X(08).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  AM-REG-REASON           PIC X(40).
003300
003310 01  AM-REG-TOTAL-LINE-1.
003320     05  FILLER                  PIC X(26)
003330             VALUE "TRANSACTIONS READ.......: ".
003340     05  AM-REG-TOTAL-READ       PIC ZZZZ9.
003350
003360 01  AM-REG-TOTAL-LINE-2.
003370     05  FILLER                  PIC X(26)
003380             VALUE "TRANSACTIONS APPLIED....: ".
003390     05  AM-REG-TOTAL-APPLIED    PIC ZZZZ9.
003400
003410 01  AM-REG-TOTAL-LINE-3.
003420     05  FILLER                  PIC X(26)
003430             VALUE "TRANSACTIONS REJECTED...: ".
003440     05  AM-REG-TOTAL-REJECTED   PIC ZZZZ9.
003450
003460 01  AM-REG-TOTAL-LINE-4.
003470     05  FILLER                  PIC X(26)
003480             VALUE "CHANGES JOURNALLED......: ".
003490     05  AM-REG-TOTAL-JOURNAL    PIC ZZZZ9.
003500
003510 01  AM-REG-BATCH-LINE-1.
003520     05  FILLER                  PIC X(26)
003530             VALUE "BATCH ID................: ".
003540     05  AM-REG-BATCH-ID         PIC X(12).
003550
003560 01  AM-REG-BATCH-LINE-2.
003570     05  FILLER                  PIC X(26)
003580             VALUE "BATCH RESULT............: ".
003590     05  AM-REG-BATCH-RESULT     PIC X(80).
003600
003610******************************************************************
003620*    PROCEDURE DIVISION                                         *
003630******************************************************************
003640 PROCEDURE DIVISION.
003650
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE
003680         THRU 1000-INITIALIZE-EXIT
003690     PERFORM 2000-PROCESS-TRANSACTIONS
003700         THRU 2000-PROCESS-TRANSACTIONS-EXIT
003710         UNTIL AM-END-OF-TRANS
003720     IF AM-BATCH-APPLIED
003730         PERFORM 2900-REGISTER-APPLIED-BATCH
003740             THRU 2900-REGISTER-APPLIED-BATCH-EXIT
003750     END-IF
003760     PERFORM 3000-PRINT-RUN-TOTALS
003770         THRU 3000-PRINT-RUN-TOTALS-EXIT
003780     PERFORM 7000-WRITE-NIGHT-SUMMARY
003790         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
003800     PERFORM 9999-TERMINATE
003810         THRU 9999-TERMINATE-EXIT
003820     MOVE AM-RETURN-CODE TO RETURN-CODE
003830     STOP RUN.
003840
003850 1000-INITIALIZE.
003860     MOVE FUNCTION CURRENT-DATE TO AM-CURRENT-DATE-FIELDS
003870     OPEN I-O AUTHOR-MASTER
003880     IF AM-AUTHMST-NOT-FOUND
003890         OPEN OUTPUT AUTHOR-MASTER
003900     END-IF
003910     IF NOT AM-AUTHMST-OK
003920         DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHOR-MASTER, "
003930             "STATUS = " AM-AUTHMST-STATUS
003940         MOVE "Y" TO AM-EOF-SWITCH
003950         MOVE 12 TO AM-RETURN-CODE
003960         GO TO 1000-INITIALIZE-EXIT
003970     END-IF
003980     OPEN INPUT AUTHOR-TRANS-FILE
003990     IF NOT AM-AUTHTRN-OK
004000         DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHOR-TRANS-FILE, "
004010             "STATUS = " AM-AUTHTRN-STATUS
004020         MOVE "Y" TO AM-EOF-SWITCH
004030         MOVE 12 TO AM-RETURN-CODE
004040         GO TO 1000-INITIALIZE-EXIT
004050     END-IF
004060     OPEN OUTPUT MAINT-REGISTER
004070     IF NOT AM-MNTREG-OK
004080         DISPLAY "AUTHMNT: UNABLE TO OPEN MAINT-REGISTER, "
004090             "STATUS = " AM-MNTREG-STATUS
004100         MOVE "Y" TO AM-EOF-SWITCH
004110         MOVE 12 TO AM-RETURN-CODE
004120         GO TO 1000-INITIALIZE-EXIT
004130     END-IF
004140     OPEN EXTEND AUTHOR-CHANGE-JOURNAL
004150     IF AM-AUTHJRNL-NOT-FOUND
004160         OPEN OUTPUT AUTHOR-CHANGE-JOURNAL
004170     END-IF
004180     IF NOT AM-AUTHJRNL-OK
004190         DISPLAY "AUTHMNT: UNABLE TO OPEN AUTHOR-CHANGE-JOURNAL, "
004200             "STATUS = " AM-AUTHJRNL-STATUS
004210             " -- CHANGES WOULD GO UNJOURNALLED, RUN STOPPED"
004220         MOVE "Y" TO AM-EOF-SWITCH
004230         MOVE 12 TO AM-RETURN-CODE
004240         GO TO 1000-INITIALIZE-EXIT
004250     END-IF
004260     OPEN I-O BATCH-REGISTER
004270     IF AM-BATCHREG-NOT-FOUND
004280         OPEN OUTPUT BATCH-REGISTER
004290         CLOSE BATCH-REGISTER
004300         OPEN I-O BATCH-REGISTER
004310     END-IF
004320     IF NOT AM-BATCHREG-OK
004330         DISPLAY "AUTHMNT: UNABLE TO OPEN BATCH-REGISTER, "
004340             "STATUS = " AM-BATCHREG-STATUS
004350             " -- A RERUN COULD NOT BE DETECTED, RUN STOPPED"
004360         MOVE "Y" TO AM-EOF-SWITCH
004370         MOVE 12 TO AM-RETURN-CODE
004380         GO TO 1000-INITIALIZE-EXIT
004390     END-IF
004400     MOVE "Y" TO AM-BATCHREG-OPEN-SWITCH
004410     MOVE ZEROES TO AM-PAGE-COUNT
004420     MOVE AM-LINES-PER-PAGE TO AM-LINE-COUNT
004430     PERFORM 1200-CHECK-BATCH-CONTROL
004440         THRU 1200-CHECK-BATCH-CONTROL-EXIT
004450     IF NOT AM-BATCH-APPLIED
004460         MOVE "Y" TO AM-EOF-SWITCH
004470         GO TO 1000-INITIALIZE-EXIT
004480     END-IF
004490     PERFORM 2100-READ-NEXT-TRANS
004500         THRU 2100-READ-NEXT-TRANS-EXIT.
004510 1000-INITIALIZE-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550*    1200-CHECK-BATCH-CONTROL                                    *
004560*    FIRST PASS OVER THE TRANSACTION FILE.  THE FILE MUST OPEN   *
004570*    WITH AN AUTHTRN BATCH HEADER AND CLOSE WITH A TRAILER FOR   *
004580*    THE SAME BATCH WHOSE RECORD COUNT AND KEY HASH MATCH THE    *
004590*    DETAILS IN BETWEEN; ANYTHING ELSE IS OUT OF BALANCE AND     *
004600*    NOTHING IS APPLIED.  A BALANCED BATCH ALREADY ON THE        *
004610*    APPLIED-BATCH REGISTER IS REFUSED.  AN EMPTY FILE IS NO     *
004620*    BATCH TONIGHT.  A BATCH THAT PASSES IS LEFT MARKED APPLIED  *
004630*    WITH THE FILE REOPENED AND POSITIONED PAST ITS HEADER.      *
004640******************************************************************
004650 1200-CHECK-BATCH-CONTROL.
004660     MOVE ZEROES TO AM-BATCH-DETAIL-COUNT
004670     MOVE ZEROES TO AM-BATCH-HASH
004680     MOVE "N" TO AM-TRAILER-SWITCH
004690     READ AUTHOR-TRANS-FILE
004700         AT END
004710             MOVE "N" TO AM-BATCH-STATUS
004720             MOVE "NO BATCH TONIGHT" TO AM-BATCH-RESULT
004730             DISPLAY "AUTHMNT: NO AUTHOR TRANSACTIONS TONIGHT"
004740             GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004750     END-READ
004760     IF NOT BC-BATCH-HEADER
004770         MOVE "REJECTED - FIRST RECORD IS NOT A BATCH HEADER"
004780             TO AM-BATCH-RESULT
004790         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004800     END-IF
004810     MOVE BC-BATCH-ID TO AM-BATCH-ID
004820     IF BC-FEED-NAME NOT = "AUTHTRN"
004830         MOVE SPACES TO AM-BATCH-RESULT
004840         STRING "REJECTED - BATCH HEADER IS FOR FEED "
004850                                        DELIMITED BY SIZE
004860             BC-FEED-NAME               DELIMITED BY SPACE
004870             INTO AM-BATCH-RESULT
004880         END-STRING
004890         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004900     END-IF
004910     MOVE "N" TO AM-EOF-SWITCH
004920     PERFORM 1210-TALLY-BATCH-RECORD
004930         THRU 1210-TALLY-BATCH-RECORD-EXIT
004940         UNTIL AM-END-OF-TRANS
004950             OR AM-BATCH-RESULT NOT = SPACES
004960     IF AM-BATCH-RESULT NOT = SPACES
004970         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004980     END-IF
004990     IF NOT AM-TRAILER-SEEN
005000         MOVE "REJECTED - NO BATCH TRAILER, FILE MAY BE TRUNCATED"
005010             TO AM-BATCH-RESULT
005020         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
005030     END-IF
005040     IF AM-TRAILER-BATCH-ID NOT = AM-BATCH-ID
005050         MOVE "REJECTED - TRAILER BATCH ID DOES NOT MATCH HEADER"
005060             TO AM-BATCH-RESULT
005070         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
005080     END-IF
005090     IF AM-TRAILER-COUNT NOT = AM-BATCH-DETAIL-COUNT
005100         MOVE SPACES TO AM-BATCH-RESULT
005110         STRING "REJECTED - TRAILER COUNT "  DELIMITED BY SIZE
005120             AM-TRAILER-COUNT                DELIMITED BY SIZE
005130             ", RECORDS IN BATCH "           DELIMITED BY SIZE
005140             AM-BATCH-DETAIL-COUNT           DELIMITED BY SIZE
005150             INTO AM-BATCH-RESULT
005160         END-STRING
005170         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
005180     END-IF
005190     IF AM-TRAILER-HASH NOT = AM-BATCH-HASH
005200         MOVE "REJECTED - TRAILER KEY HASH DOES NOT MATCH DETAILS"
005210             TO AM-BATCH-RESULT
005220         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
005230     END-IF
005240     MOVE "AUTHTRN"   TO BG-FEED-NAME
005250     MOVE AM-BATCH-ID TO BG-BATCH-ID
005260     READ BATCH-REGISTER
005270         INVALID KEY
005280             CONTINUE
005290         NOT INVALID KEY
005300             MOVE "D" TO AM-BATCH-STATUS
005310     END-READ
005320     IF AM-BATCH-DUPLICATE
005330         MOVE SPACES TO AM-BATCH-RESULT
005340         STRING "REFUSED - ALREADY APPLIED ON " DELIMITED BY SIZE
005350             BG-APPLIED-DATE                  DELIMITED BY SIZE
005360             " BY "                           DELIMITED BY SIZE
005370             BG-PROGRAM-ID                    DELIMITED BY SPACE
005380             INTO AM-BATCH-RESULT
005390         END-STRING
005400         DISPLAY "AUTHMNT: BATCH " AM-BATCH-ID
005410             " WAS ALREADY APPLIED -- NOT APPLIED AGAIN"
005420         IF AM-RETURN-CODE < 4
005430             MOVE 4 TO AM-RETURN-CODE
005440         END-IF
005450         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
005460     END-IF
005470     CLOSE AUTHOR-TRANS-FILE
005480     OPEN INPUT AUTHOR-TRANS-FILE
005490     IF NOT AM-AUTHTRN-OK
005500         DISPLAY "AUTHMNT: UNABLE TO REOPEN AUTHOR-TRANS-FILE, "
005510             "STATUS = " AM-AUTHTRN-STATUS
005520         MOVE SPACES TO AM-BATCH-STATUS
005530         MOVE 12 TO AM-RETURN-CODE
005540         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
005550     END-IF
005560     READ AUTHOR-TRANS-FILE
005570     MOVE "N" TO AM-EOF-SWITCH
005580     MOVE "A" TO AM-BATCH-STATUS
005590     MOVE "APPLIED" TO AM-BATCH-RESULT
005600     GO TO 1200-CHECK-BATCH-CONTROL-EXIT.
005610 1200-CHECK-BATCH-CONTROL-REJECT.
005620     MOVE "B" TO AM-BATCH-STATUS
005630     DISPLAY "AUTHMNT: BATCH " AM-BATCH-ID " OUT OF BALANCE -- "
005640         "NOTHING APPLIED"
005650     DISPLAY "AUTHMNT: " AM-BATCH-RESULT
005660     MOVE 8 TO AM-RETURN-CODE.
005670 1200-CHECK-BATCH-CONTROL-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710*    1210-TALLY-BATCH-RECORD                                     *
005720*    COUNTS AND HASHES ONE DETAIL RECORD, OR FILES THE           *
005730*    TRAILER'S FIGURES.  A SECOND HEADER, OR ANYTHING AFTER THE  *
005740*    TRAILER, PUTS THE BATCH OUT OF BALANCE.                     *
005750******************************************************************
005760 1210-TALLY-BATCH-RECORD.
005770     READ AUTHOR-TRANS-FILE
005780         AT END
005790             MOVE "Y" TO AM-EOF-SWITCH
005800             GO TO 1210-TALLY-BATCH-RECORD-EXIT
005810     END-READ
005820     IF AM-TRAILER-SEEN
005830         MOVE "REJECTED - RECORDS FOLLOW THE BATCH TRAILER"
005840             TO AM-BATCH-RESULT
005850         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005860     END-IF
005870     IF BC-BATCH-HEADER
005880         MOVE "REJECTED - SECOND BATCH HEADER IN THE FILE"
005890             TO AM-BATCH-RESULT
005900         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005910     END-IF
005920     IF BC-BATCH-TRAILER
005930         MOVE "Y"             TO AM-TRAILER-SWITCH
005940         MOVE BC-BATCH-ID     TO AM-TRAILER-BATCH-ID
005950         IF BC-RECORD-COUNT NUMERIC
005960             MOVE BC-RECORD-COUNT TO AM-TRAILER-COUNT
005970         END-IF
005980         IF BC-KEY-HASH NUMERIC
005990             MOVE BC-KEY-HASH TO AM-TRAILER-HASH
006000         END-IF
006010         GO TO 1210-TALLY-BATCH-RECORD-EXIT
006020     END-IF
006030     ADD 1 TO AM-BATCH-DETAIL-COUNT
006040     MOVE AT-AUTHOR-ID TO AM-HASH-KEY
006050     PERFORM 1220-HASH-ONE-CHARACTER
006060         THRU 1220-HASH-ONE-CHARACTER-EXIT
006070         VARYING AM-HASH-POS FROM 1 BY 1
006080         UNTIL AM-HASH-POS > 8.
006090 1210-TALLY-BATCH-RECORD-EXIT.
006100     EXIT.
006110
006120 1220-HASH-ONE-CHARACTER.
006130     IF AM-HASH-KEY (AM-HASH-POS:1) = SPACE
006140         GO TO 1220-HASH-ONE-CHARACTER-EXIT
006150     END-IF
006160     SET AM-HASH-IDX TO 1
006170     SEARCH AM-HASH-CHAR
006180         AT END
006190             MOVE 37 TO AM-HASH-CHAR-VALUE
006200         WHEN AM-HASH-CHAR (AM-HASH-IDX) =
006210                 AM-HASH-KEY (AM-HASH-POS:1)
006220             SET AM-HASH-CHAR-VALUE TO AM-HASH-IDX
006230     END-SEARCH
006240     COMPUTE AM-BATCH-HASH =
006250         AM-BATCH-HASH + AM-HASH-CHAR-VALUE * AM-HASH-POS.
006260 1220-HASH-ONE-CHARACTER-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300*    2000-PROCESS-TRANSACTIONS                                  *
006310*    DISPATCHES THE CURRENT TRANSACTION BY ITS CODE.  EVERY       *
006320*    TRANSACTION, WHATEVER ITS FATE, PRODUCES EXACTLY ONE         *
006330*    REGISTER LINE SHOWING THE ACTION TAKEN AND ANY REASON.       *
006340******************************************************************
006350 2000-PROCESS-TRANSACTIONS.
006360     MOVE SPACES TO AM-ACTION-TAKEN
006370     MOVE SPACES TO AM-REJECT-REASON
006380     EVALUATE TRUE
006390         WHEN AT-TRANS-ADD
006400             PERFORM 2200-APPLY-ADD
006410                 THRU 2200-APPLY-ADD-EXIT
006420         WHEN AT-TRANS-CHANGE
006430             PERFORM 2300-APPLY-CHANGE
006440                 THRU 2300-APPLY-CHANGE-EXIT
006450         WHEN AT-TRANS-DELETE
006460             PERFORM 2400-APPLY-DELETE
006470                 THRU 2400-APPLY-DELETE-EXIT
006480         WHEN OTHER
006490             MOVE "REJECTED" TO AM-ACTION-TAKEN
006500             MOVE "INVALID TRANSACTION CODE" TO AM-REJECT-REASON
006510     END-EVALUATE
006520     IF AM-ACTION-TAKEN = "REJECTED"
006530         ADD 1 TO AM-TRANS-REJECT-COUNT
006540     ELSE
006550         ADD 1 TO AM-TRANS-APPLIED-COUNT
006560     END-IF
006570     PERFORM 5000-WRITE-REGISTER-LINE
006580         THRU 5000-WRITE-REGISTER-LINE-EXIT
006590     PERFORM 2100-READ-NEXT-TRANS
006600         THRU 2100-READ-NEXT-TRANS-EXIT.
006610 2000-PROCESS-TRANSACTIONS-EXIT.
006620     EXIT.
006630
006640 2100-READ-NEXT-TRANS.
006650     READ AUTHOR-TRANS-FILE
006660         AT END
006670             MOVE "Y" TO AM-EOF-SWITCH
006680             GO TO 2100-READ-NEXT-TRANS-EXIT
006690     END-READ
006700     IF BC-BATCH-TRAILER
006710         MOVE "Y" TO AM-EOF-SWITCH
006720         GO TO 2100-READ-NEXT-TRANS-EXIT
006730     END-IF
006740     ADD 1 TO AM-TRANS-READ-COUNT.
006750 2100-READ-NEXT-TRANS-EXIT.
006760     EXIT.
006770
006780******************************************************************
006790*    2200-APPLY-ADD                                             *
006800*    EDITS THE TRANSACTION FIELDS, THEN WRITES A NEW AUTHOR-      *
006810*    MASTER RECORD.  A KEY ALREADY ON THE MASTER REJECTS THE      *
006820*    ADD.  THE JOURNAL ENTRY HAS NO BEFORE IMAGE.                *
006830******************************************************************
006840 2200-APPLY-ADD.
006850     PERFORM 2210-EDIT-NUMERIC-FIELDS
006860         THRU 2210-EDIT-NUMERIC-FIELDS-EXIT
006870     IF AM-DATE-IS-INVALID
006880         MOVE "REJECTED" TO AM-ACTION-TAKEN
006890         GO TO 2200-APPLY-ADD-EXIT
006900     END-IF
006910     PERFORM 2240-VALIDATE-DATE-BIRTH
006920         THRU 2240-VALIDATE-DATE-BIRTH-EXIT
006930     IF AM-DATE-IS-INVALID
006940         MOVE "REJECTED" TO AM-ACTION-TAKEN
006950         GO TO 2200-APPLY-ADD-EXIT
006960     END-IF
006970     PERFORM 2500-BUILD-MASTER-RECORD
006980         THRU 2500-BUILD-MASTER-RECORD-EXIT
006990     WRITE AUTHOR-RECORD
007000         INVALID KEY
007010             MOVE "REJECTED" TO AM-ACTION-TAKEN
007020             MOVE "AUTHOR ID ALREADY ON MASTER"
007030                 TO AM-REJECT-REASON
007040             GO TO 2200-APPLY-ADD-EXIT
007050     END-WRITE
007060     MOVE SPACES        TO AM-BEFORE-IMAGE
007070     MOVE AUTHOR-RECORD TO AM-AFTER-IMAGE
007080     PERFORM 2600-WRITE-JOURNAL-ENTRY
007090         THRU 2600-WRITE-JOURNAL-ENTRY-EXIT
007100     MOVE "ADDED" TO AM-ACTION-TAKEN.
007110 2200-APPLY-ADD-EXIT.
007120     EXIT.
007130
007140******************************************************************
007150*    2210-EDIT-NUMERIC-FIELDS                                   *
007160*    CLASS-TESTS THE KEYED-IN NUMERIC FIELDS AND THE LIFECYCLE  *
007170*    STATUS BEFORE THEY ARE COMPARED OR STORED.  A HAND-KEYED   *
007180*    TRANSACTION WITH SPACES OR GARBAGE IN THE DATE, FAVORITE-  *
007190*    NUMBER, OR STATUS COLUMNS IS REJECTED HERE RATHER THAN     *
007200*    FED INTO THE DATE ARITHMETIC OR ONTO THE MASTER.           *
007210******************************************************************
007220 2210-EDIT-NUMERIC-FIELDS.
007230     MOVE "Y" TO AM-DATE-VALID-SWITCH
007240     IF AT-DATE-BIRTH NOT NUMERIC
007250         MOVE "N" TO AM-DATE-VALID-SWITCH
007260         MOVE "BIRTH DATE NOT NUMERIC" TO AM-REJECT-REASON
007270         GO TO 2210-EDIT-NUMERIC-FIELDS-EXIT
007280     END-IF
007290     IF AT-FAVORITE-NUMBER NOT NUMERIC
007300         MOVE "N" TO AM-DATE-VALID-SWITCH
007310         MOVE "FAVORITE NUMBER NOT NUMERIC" TO AM-REJECT-REASON
007320         GO TO 2210-EDIT-NUMERIC-FIELDS-EXIT
007330     END-IF
007340     IF NOT AT-STATUS-ACTIVE AND NOT AT-STATUS-INACTIVE
007350         AND NOT AT-STATUS-ON-LEAVE AND NOT AT-STATUS-OMITTED
007360         MOVE "N" TO AM-DATE-VALID-SWITCH
007370         MOVE "INVALID STATUS CODE" TO AM-REJECT-REASON
007380         GO TO 2210-EDIT-NUMERIC-FIELDS-EXIT
007390     END-IF
007400     IF AT-STATUS-DATE NOT = SPACES
007410         AND AT-STATUS-DATE NOT NUMERIC
007420         MOVE "N" TO AM-DATE-VALID-SWITCH
007430         MOVE "STATUS DATE NOT NUMERIC" TO AM-REJECT-REASON
007440         GO TO 2210-EDIT-NUMERIC-FIELDS-EXIT
007450     END-IF.
007460 2210-EDIT-NUMERIC-FIELDS-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    2300-APPLY-CHANGE                                          *
007510*    A CHANGE TRANSACTION CARRIES THE COMPLETE REPLACEMENT        *
007520*    VALUES FOR THE AUTHOR, SO THE SAME EDITS AS AN ADD APPLY     *
007530*    BEFORE THE MASTER RECORD IS REWRITTEN IN PLACE.              *
007540******************************************************************
007550 2300-APPLY-CHANGE.
007560     PERFORM 2210-EDIT-NUMERIC-FIELDS
007570         THRU 2210-EDIT-NUMERIC-FIELDS-EXIT
007580     IF AM-DATE-IS-INVALID
007590         MOVE "REJECTED" TO AM-ACTION-TAKEN
007600         GO TO 2300-APPLY-CHANGE-EXIT
007610     END-IF
007620     PERFORM 2240-VALIDATE-DATE-BIRTH
007630         THRU 2240-VALIDATE-DATE-BIRTH-EXIT
007640     IF AM-DATE-IS-INVALID
007650         MOVE "REJECTED" TO AM-ACTION-TAKEN
007660         GO TO 2300-APPLY-CHANGE-EXIT
007670     END-IF
007680     MOVE AT-AUTHOR-ID TO AR-AUTHOR-ID
007690     READ AUTHOR-MASTER
007700         INVALID KEY
007710             MOVE "REJECTED" TO AM-ACTION-TAKEN
007720             MOVE "AUTHOR ID NOT ON MASTER" TO AM-REJECT-REASON
007730             GO TO 2300-APPLY-CHANGE-EXIT
007740     END-READ
007750     MOVE AUTHOR-RECORD TO AM-BEFORE-IMAGE
007760     PERFORM 2500-BUILD-MASTER-RECORD
007770         THRU 2500-BUILD-MASTER-RECORD-EXIT
007780     REWRITE AUTHOR-RECORD
007790         INVALID KEY
007800             MOVE "REJECTED" TO AM-ACTION-TAKEN
007810             MOVE "REWRITE FAILED, STATUS " TO AM-REJECT-REASON
007820             MOVE AM-AUTHMST-STATUS TO AM-REJECT-REASON (24:2)
007830             GO TO 2300-APPLY-CHANGE-EXIT
007840     END-REWRITE
007850     MOVE AUTHOR-RECORD TO AM-AFTER-IMAGE
007860     PERFORM 2600-WRITE-JOURNAL-ENTRY
007870         THRU 2600-WRITE-JOURNAL-ENTRY-EXIT
007880     MOVE "CHANGED" TO AM-ACTION-TAKEN.
007890 2300-APPLY-CHANGE-EXIT.
007900     EXIT.
007910
007920******************************************************************
007930*    2400-APPLY-DELETE                                          *
007940*    REMOVES THE KEYED AUTHOR FROM THE MASTER.  ONLY THE KEY IS   *
007950*    USED; THE REMAINING TRANSACTION FIELDS ARE IGNORED.  THE    *
007960*    RECORD IS READ FIRST SO THE JOURNAL KEEPS WHAT WAS DELETED. *
007970******************************************************************
007980 2400-APPLY-DELETE.
007990     MOVE AT-AUTHOR-ID TO AR-AUTHOR-ID
008000     READ AUTHOR-MASTER
008010         INVALID KEY
008020             MOVE "REJECTED" TO AM-ACTION-TAKEN
008030             MOVE "AUTHOR ID NOT ON MASTER" TO AM-REJECT-REASON
008040             GO TO 2400-APPLY-DELETE-EXIT
008050     END-READ
008060     MOVE AUTHOR-RECORD TO AM-BEFORE-IMAGE
008070     DELETE AUTHOR-MASTER RECORD
008080         INVALID KEY
008090             MOVE "REJECTED" TO AM-ACTION-TAKEN
008100             MOVE "DELETE FAILED, STATUS " TO AM-REJECT-REASON
008110             MOVE AM-AUTHMST-STATUS TO AM-REJECT-REASON (23:2)
008120             GO TO 2400-APPLY-DELETE-EXIT
008130     END-DELETE
008140     MOVE SPACES TO AM-AFTER-IMAGE
008150     PERFORM 2600-WRITE-JOURNAL-ENTRY
008160         THRU 2600-WRITE-JOURNAL-ENTRY-EXIT
008170     MOVE "DELETED" TO AM-ACTION-TAKEN.
008180 2400-APPLY-DELETE-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220*    2240-VALIDATE-DATE-BIRTH                                   *
008230*    THE SAME BIRTH-DATE EDITS BLOGPOST APPLIES WHEN LOADING      *
008240*    THE AUTHOR TABLE: MONTH 1-12, YEAR 1900 THROUGH THE RUN      *
008250*    YEAR, DAY VALID FOR THE MONTH (WITH LEAP-YEAR FEBRUARY),     *
008260*    AND NOT AFTER THE RUN DATE.                                 *
008270******************************************************************
008280 2240-VALIDATE-DATE-BIRTH.
008290     MOVE "Y" TO AM-DATE-VALID-SWITCH
008300     IF AT-BIRTH-MONTH < 1 OR AT-BIRTH-MONTH > 12
008310         MOVE "N" TO AM-DATE-VALID-SWITCH
008320         MOVE "INVALID BIRTH MONTH" TO AM-REJECT-REASON
008330         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
008340     END-IF
008350     IF AT-BIRTH-YEAR < 1900 OR AT-BIRTH-YEAR > AM-CURR-YEAR
008360         MOVE "N" TO AM-DATE-VALID-SWITCH
008370         MOVE "INVALID BIRTH YEAR" TO AM-REJECT-REASON
008380         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
008390     END-IF
008400     MOVE AM-DIM-ENTRY (AT-BIRTH-MONTH) TO AM-MAX-DAYS-THIS-MONTH
008410     IF AT-BIRTH-MONTH = 2 AND FUNCTION MOD (AT-BIRTH-YEAR, 4) = 0
008420             AND (FUNCTION MOD (AT-BIRTH-YEAR, 100) NOT = 0
008430                 OR FUNCTION MOD (AT-BIRTH-YEAR, 400) = 0)
008440         MOVE 29 TO AM-MAX-DAYS-THIS-MONTH
008450     END-IF
008460     IF AT-BIRTH-DAY < 1 OR AT-BIRTH-DAY > AM-MAX-DAYS-THIS-MONTH
008470         MOVE "N" TO AM-DATE-VALID-SWITCH
008480         MOVE "INVALID BIRTH DAY FOR MONTH" TO AM-REJECT-REASON
008490         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
008500     END-IF
008510     IF AT-BIRTH-YEAR = AM-CURR-YEAR
008520         AND (AT-BIRTH-MONTH > AM-CURR-MONTH
008530             OR (AT-BIRTH-MONTH = AM-CURR-MONTH
008540                 AND AT-BIRTH-DAY > AM-CURR-DAY))
008550         MOVE "N" TO AM-DATE-VALID-SWITCH
008560         MOVE "BIRTH DATE AFTER RUN DATE" TO AM-REJECT-REASON
008570         GO TO 2240-VALIDATE-DATE-BIRTH-EXIT
008580     END-IF.
008590 2240-VALIDATE-DATE-BIRTH-EXIT.
008600     EXIT.
008610
008620 2500-BUILD-MASTER-RECORD.
008630     MOVE SPACES             TO AUTHOR-RECORD
008640     MOVE AT-AUTHOR-ID       TO AR-AUTHOR-ID
008650     MOVE AT-NAME            TO AR-NAME
008660     MOVE AT-FAVORITE-NUMBER TO AR-FAVORITE-NUMBER
008670     MOVE AT-BIRTH-MONTH     TO AR-BIRTH-MONTH
008680     MOVE AT-BIRTH-DAY       TO AR-BIRTH-DAY
008690     MOVE AT-BIRTH-YEAR      TO AR-BIRTH-YEAR
008700     IF AT-STATUS-OMITTED
008710         MOVE "A"             TO AR-STATUS-CODE
008720     ELSE
008730         MOVE AT-STATUS-CODE  TO AR-STATUS-CODE
008740     END-IF
008750     IF AT-STATUS-DATE = SPACES OR AT-STATUS-DATE = ZEROES
008760         MOVE AM-CURR-MONTH   TO AR-STATUS-MONTH
008770         MOVE AM-CURR-DAY     TO AR-STATUS-DAY
008780         MOVE AM-CURR-YEAR    TO AR-STATUS-YEAR
008790     ELSE
008800         MOVE AT-STATUS-MONTH TO AR-STATUS-MONTH
008810         MOVE AT-STATUS-DAY   TO AR-STATUS-DAY
008820         MOVE AT-STATUS-YEAR  TO AR-STATUS-YEAR
008830     END-IF.
008840 2500-BUILD-MASTER-RECORD-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880*    2600-WRITE-JOURNAL-ENTRY                                    *
008890*    APPENDS ONE AUTHOR CHANGE JOURNAL ENTRY FOR THE TRANSACTION *
008900*    JUST APPLIED, FROM THE BEFORE AND AFTER IMAGES THE APPLY    *
008910*    PARAGRAPH SET UP.  THE SEQUENCE NUMBER IS THE TRANSACTION'S *
008920*    POSITION IN THE RUN, SO ENTRIES FROM ONE RUN STAY IN THE    *
008930*    ORDER THEY WERE APPLIED.  A TRANSACTION WITH NO SOURCE CAME *
008940*    FROM THE DESK'S DAILY FILE.  A FAILED WRITE DOES NOT UNDO   *
008950*    THE MASTER UPDATE BUT LEAVES A WARNING RETURN CODE.         *
008960******************************************************************
008970 2600-WRITE-JOURNAL-ENTRY.
008980     MOVE SPACES                TO AUTHOR-CHANGE-RECORD
008990     MOVE AT-AUTHOR-ID          TO AC-AUTHOR-ID
009000     MOVE AM-CURR-DATE-CCYYMMDD TO AC-RUN-DATE
009010     MOVE AM-CURR-TIME          TO AC-RUN-TIME
009020     MOVE AM-TRANS-READ-COUNT   TO AC-SEQUENCE-NO
009030     MOVE AT-TRANS-CODE         TO AC-TRANS-CODE
009040     IF AT-TRANS-SOURCE = SPACES
009050         MOVE "AUTHTRN"         TO AC-TRANS-SOURCE
009060     ELSE
009070         MOVE AT-TRANS-SOURCE   TO AC-TRANS-SOURCE
009080     END-IF
009090     MOVE "AUTHMNT"             TO AC-PROGRAM-ID
009100     MOVE AM-BEFORE-IMAGE       TO AC-BEFORE-IMAGE
009110     MOVE AM-AFTER-IMAGE        TO AC-AFTER-IMAGE
009120     WRITE AUTHOR-CHANGE-RECORD
009130     IF NOT AM-AUTHJRNL-OK
009140         DISPLAY "AUTHMNT: UNABLE TO JOURNAL CHANGE TO AUTHOR "
009150             AT-AUTHOR-ID ", STATUS = " AM-AUTHJRNL-STATUS
009160             " -- AS-OF INQUIRIES WILL NOT SEE THIS CHANGE"
009170         IF AM-RETURN-CODE < 4
009180             MOVE 4 TO AM-RETURN-CODE
009190         END-IF
009200         GO TO 2600-WRITE-JOURNAL-ENTRY-EXIT
009210     END-IF
009220     ADD 1 TO AM-JOURNAL-COUNT.
009230 2600-WRITE-JOURNAL-ENTRY-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270*    2900-REGISTER-APPLIED-BATCH                                 *
009280*    ADDS THE BATCH JUST APPLIED TO THE APPLIED-BATCH REGISTER   *
009290*    SO IT IS REFUSED IF IT EVER COMES THROUGH AGAIN.  A FAILED  *
009300*    WRITE DOES NOT UNDO THE MASTER UPDATES BUT LEAVES A         *
009310*    WARNING RETURN CODE.                                        *
009320******************************************************************
009330 2900-REGISTER-APPLIED-BATCH.
009340     MOVE SPACES                 TO BATCH-REGISTER-RECORD
009350     MOVE "AUTHTRN"              TO BG-FEED-NAME
009360     MOVE AM-BATCH-ID            TO BG-BATCH-ID
009370     MOVE AM-CURR-DATE-CCYYMMDD  TO BG-APPLIED-DATE
009380     MOVE AM-CURR-TIME           TO BG-APPLIED-TIME
009390     MOVE "AUTHMNT"              TO BG-PROGRAM-ID
009400     MOVE AM-BATCH-DETAIL-COUNT  TO BG-RECORD-COUNT
009410     MOVE AM-BATCH-HASH          TO BG-KEY-HASH
009420     MOVE AM-TRANS-APPLIED-COUNT TO BG-TRANS-APPLIED
009430     MOVE AM-TRANS-REJECT-COUNT  TO BG-TRANS-REJECTED
009440     WRITE BATCH-REGISTER-RECORD
009450         INVALID KEY
009460             DISPLAY "AUTHMNT: UNABLE TO REGISTER BATCH "
009470                 AM-BATCH-ID ", STATUS = " AM-BATCHREG-STATUS
009480                 " -- A RERUN WOULD APPLY IT AGAIN"
009490             IF AM-RETURN-CODE < 4
009500                 MOVE 4 TO AM-RETURN-CODE
009510             END-IF
009520     END-WRITE.
009530 2900-REGISTER-APPLIED-BATCH-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570*    5000-WRITE-REGISTER-LINE                                   *
009580*    ONE REGISTER LINE PER TRANSACTION, WITH PAGE HEADERS AS      *
009590*    NEEDED.  A TRANSACTION WHOSE DATE COLUMNS ARE NOT NUMERIC    *
009600*    PRINTS A ZERO DATE RATHER THAN FEEDING GARBAGE TO THE        *
009610*    EDITED PRINT FIELDS.                                        *
009620******************************************************************
009630 5000-WRITE-REGISTER-LINE.
009640     IF AM-LINE-COUNT NOT LESS THAN AM-LINES-PER-PAGE
009650         PERFORM 5100-PRINT-PAGE-HEADERS
009660             THRU 5100-PRINT-PAGE-HEADERS-EXIT
009670     END-IF
009680     MOVE AT-TRANS-CODE      TO AM-REG-TRANS-CODE
009690     MOVE AT-AUTHOR-ID       TO AM-REG-AUTHOR-ID
009700     MOVE AT-NAME            TO AM-REG-NAME
009710     IF AT-DATE-BIRTH NUMERIC
009720         MOVE AT-BIRTH-MONTH TO AM-REG-BIRTH-MONTH
009730         MOVE AT-BIRTH-DAY   TO AM-REG-BIRTH-DAY
009740         MOVE AT-BIRTH-YEAR  TO AM-REG-BIRTH-YEAR
009750     ELSE
009760         MOVE ZEROES         TO AM-REG-BIRTH-MONTH
009770         MOVE ZEROES         TO AM-REG-BIRTH-DAY
009780         MOVE ZEROES         TO AM-REG-BIRTH-YEAR
009790     END-IF
009800     MOVE AM-ACTION-TAKEN    TO AM-REG-ACTION
009810     MOVE AM-REJECT-REASON   TO AM-REG-REASON
009820     WRITE MR-PRINT-LINE FROM AM-REG-DETAIL-LINE
009830     ADD 1 TO AM-LINE-COUNT.
009840 5000-WRITE-REGISTER-LINE-EXIT.
009850     EXIT.
009860
009870 5100-PRINT-PAGE-HEADERS.
009880     ADD 1 TO AM-PAGE-COUNT
009890     MOVE AM-PAGE-COUNT TO AM-REG-PAGE-NO
009900     MOVE AM-CURR-MONTH TO AM-REG-RUN-MONTH
009910     MOVE AM-CURR-DAY   TO AM-REG-RUN-DAY
009920     MOVE AM-CURR-YEAR  TO AM-REG-RUN-YEAR
009930     IF AM-PAGE-COUNT > 1
009940         WRITE MR-PRINT-LINE FROM SPACES
009950     END-IF
009960     WRITE MR-PRINT-LINE FROM AM-REG-HEADER-1
009970     WRITE MR-PRINT-LINE FROM AM-REG-HEADER-2
009980     MOVE ZEROES TO AM-LINE-COUNT.
009990 5100-PRINT-PAGE-HEADERS-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030*    3000-PRINT-RUN-TOTALS                                      *
010040*    RUN TOTALS AT THE END OF THE REGISTER.  ANY REJECTED         *
010050*    TRANSACTION LEAVES A WARNING RETURN CODE SO OPERATIONS       *
010060*    SEES THE REGISTER NEEDS WORKING THE NEXT MORNING.  THE      *
010070*    BATCH ID AND WHAT BECAME OF THE BATCH PRINT FIRST.          *
010080******************************************************************
010090 3000-PRINT-RUN-TOTALS.
010100     IF NOT AM-MNTREG-OK
010110         GO TO 3000-PRINT-RUN-TOTALS-EXIT
010120     END-IF
010130     IF AM-PAGE-COUNT = ZEROES
010140         PERFORM 5100-PRINT-PAGE-HEADERS
010150             THRU 5100-PRINT-PAGE-HEADERS-EXIT
010160     END-IF
010170     MOVE AM-BATCH-ID            TO AM-REG-BATCH-ID
010180     MOVE AM-BATCH-RESULT        TO AM-REG-BATCH-RESULT
010190     WRITE MR-PRINT-LINE FROM SPACES
010200     WRITE MR-PRINT-LINE FROM AM-REG-BATCH-LINE-1
010210     WRITE MR-PRINT-LINE FROM AM-REG-BATCH-LINE-2
010220     MOVE AM-TRANS-READ-COUNT    TO AM-REG-TOTAL-READ
010230     MOVE AM-TRANS-APPLIED-COUNT TO AM-REG-TOTAL-APPLIED
010240     MOVE AM-TRANS-REJECT-COUNT  TO AM-REG-TOTAL-REJECTED
010250     MOVE AM-JOURNAL-COUNT       TO AM-REG-TOTAL-JOURNAL
010260     WRITE MR-PRINT-LINE FROM SPACES
010270     WRITE MR-PRINT-LINE FROM AM-REG-TOTAL-LINE-1
010280     WRITE MR-PRINT-LINE FROM AM-REG-TOTAL-LINE-2
010290     WRITE MR-PRINT-LINE FROM AM-REG-TOTAL-LINE-3
010300     WRITE MR-PRINT-LINE FROM AM-REG-TOTAL-LINE-4
010310     IF AM-TRANS-REJECT-COUNT > ZEROES
010320         AND AM-RETURN-CODE < 4
010330         MOVE 4 TO AM-RETURN-CODE
010340     END-IF.
010350 3000-PRINT-RUN-TOTALS-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390*    7000-WRITE-NIGHT-SUMMARY                                   *
010400*    STARTS THE NIGHT'S STEP-SUMMARY LOG (THIS IS THE FIRST       *
010410*    STEP OF THE CYCLE) AND WRITES THE RUN'S RETURN CODE AND      *
010420*    TRANSACTION COUNTS FOR THE BLGNIGHT ONE-PAGE SUMMARY.  A     *
010430*    LOG THAT CANNOT BE OPENED ONLY COSTS THE SUMMARY LINE,       *
010440*    NEVER THE MAINTENANCE RUN.                                   *
010450******************************************************************
010460 7000-WRITE-NIGHT-SUMMARY.
010470     OPEN OUTPUT NIGHT-LOG
010480     IF NOT AM-NIGHTLOG-OK
010490         DISPLAY "AUTHMNT: UNABLE TO OPEN NIGHT-LOG, "
010500             "STATUS = " AM-NIGHTLOG-STATUS
010510             " -- NO SUMMARY LINE THIS RUN"
010520         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
010530     END-IF
010540     MOVE SPACES                 TO NIGHT-SUMMARY-RECORD
010550     MOVE "AUTHMNT"              TO NS-PROGRAM-ID
010560     COMPUTE NS-RUN-DATE =
010570         AM-CURR-YEAR * 10000
010580             + AM-CURR-MONTH * 100 + AM-CURR-DAY
010590     MOVE AM-RETURN-CODE         TO NS-RETURN-CODE
010600     MOVE AM-TRANS-READ-COUNT    TO NS-COUNT-READ
010610     MOVE AM-TRANS-APPLIED-COUNT TO NS-COUNT-GOOD
010620     MOVE AM-TRANS-REJECT-COUNT  TO NS-COUNT-REJECT
010630     MOVE ZEROES                 TO NS-COUNT-HELD
010640     MOVE ZEROES                 TO NS-COUNT-RELEASED
010650     MOVE AM-BATCH-ID            TO NS-BATCH-ID
010660     MOVE AM-BATCH-STATUS        TO NS-BATCH-STATUS
010670     WRITE NIGHT-SUMMARY-RECORD
010680     CLOSE NIGHT-LOG.
010690 7000-WRITE-NIGHT-SUMMARY-EXIT.
010700     EXIT.
010710
010720 9999-TERMINATE.
010730     IF AM-AUTHMST-OK
010740         CLOSE AUTHOR-MASTER
010750     END-IF
010760     IF AM-AUTHTRN-OK OR AM-AUTHTRN-EOF
010770         CLOSE AUTHOR-TRANS-FILE
010780     END-IF
010790     IF AM-MNTREG-OK
010800         CLOSE MAINT-REGISTER
010810     END-IF
010820     IF AM-AUTHJRNL-OK
010830         CLOSE AUTHOR-CHANGE-JOURNAL
010840     END-IF
010850     IF AM-BATCHREG-OPEN
010860         CLOSE BATCH-REGISTER
010870     END-IF.
010880 9999-TERMINATE-EXIT.
010890     EXIT.
