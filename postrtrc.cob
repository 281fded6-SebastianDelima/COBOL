000140*                  AUTHPAY RUN IF THE WORDS WERE ALREADY PAID.   *
000150*                  RUNS AS ITS OWN STEP IN BLGPOST0 BETWEEN      *
000160*                  THE PUBLISH AND RECONCILIATION STEPS.         *
000170*                  THE TRANSACTION FILE IS ONE BATCH BETWEEN A   *
000180*                  HEADER AND A TRAILER (BCTLREC).  THE WHOLE    *
000190*                  FILE IS BALANCED AGAINST THE TRAILER'S COUNT  *
000200*                  AND KEY HASH BEFORE ANYTHING IS APPLIED, AND  *
000210*                  THE BATCH ID IS CHECKED AGAINST THE SHARED    *
000220*                  APPLIED-BATCH REGISTER (BREGREC), SO A BATCH  *
000230*                  IS APPLIED WHOLE, ONCE, OR NOT AT ALL.        *
000240*                                                                *
000250*    RETURN CODES  0000 - ALL RETRACTIONS APPLIED, OR NO BATCH   *
000260*                         TONIGHT                                *
000270*                  0004 - ONE OR MORE RETRACTIONS REJECTED, THE  *
000280*                         BATCH WAS REFUSED AS ALREADY APPLIED,  *
000290*                         OR AN APPLIED BATCH COULD NOT BE       *
000300*                         REGISTERED                             *
000310*                  0008 - THE BATCH IS OUT OF BALANCE AND NONE   *
000320*                         OF IT WAS APPLIED                      *
000330*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000340*                                                                *
000350*    MODIFICATION HISTORY                                       *
000360*    ---------------------------------------------------------- *
000370*    DATE       INIT  DESCRIPTION                                *
000380*    ---------  ----  -------------------------------------------*
000390*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000400*    2026-10-15  SDL  THE TRANSACTION FILE NOW CARRIES A BATCH   *
000410*                     HEADER AND TRAILER.  AN OUT-OF-BALANCE     *
000420*                     BATCH IS REJECTED WHOLE (RC 8), A BATCH    *
000430*                     ALREADY ON THE APPLIED-BATCH REGISTER      *
000440*                     (BATCHREG DD) IS REFUSED (RC 4), AND AN    *
000450*                     APPLIED BATCH IS ADDED TO THE REGISTER.    *
000460*                     THE BATCH RESULT GOES ON THE RETRACTION    *
000470*                     REGISTER AND THE NIGHT'S STEP-SUMMARY LOG. *
000480*    2026-10-15  SDL  POST-HISTORY NOW DECLARES ITS AUTHOR/DATE  *
000490*                     AND PUBLISH-DATE ALTERNATE KEYS (141-BYTE  *
000500*                     RECORD).  THE REWRITE LEAVES BOTH KEYS AS  *
000510*                     READ - A RETRACTION CHANGES NEITHER.       *
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.     POSTRTRC.
000550 AUTHOR.         SEBASTIAN DE LIMA.
000560 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000570 DATE-WRITTEN.   2026-09-02.
000580 DATE-COMPILED.  2026-09-02.
000590
000600******************************************************************
000610*    ENVIRONMENT DIVISION                                       *
000620******************************************************************
000630 ENVIRONMENT DIVISION.
000640
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.    MACBOOK-PRO.
000670 OBJECT-COMPUTER.    MACBOOK-PRO.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT RETRACT-TRANS    ASSIGN TO RTRCTRN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS RT-RTRCTRN-STATUS.
000750
000760     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS PH-POST-ID
000800         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000810             WITH DUPLICATES
000820         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000830             WITH DUPLICATES
000840         FILE STATUS IS RT-POSTHIST-STATUS.
000850
000860     SELECT CMS-EXPORT       ASSIGN TO CMSEXPRT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         ACCESS MODE IS SEQUENTIAL
000890         FILE STATUS IS RT-CMSEXPRT-STATUS.
000900
000910     SELECT RETRACT-REGISTER ASSIGN TO RTRCREG
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL
000940         FILE STATUS IS RT-RTRCREG-STATUS.
000950
000960     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         ACCESS MODE IS SEQUENTIAL
000990         FILE STATUS IS RT-NIGHTLOG-STATUS.
001000
001010     SELECT BATCH-REGISTER   ASSIGN TO BATCHREG
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS BG-REGISTER-KEY
001050         FILE STATUS IS RT-BATCHREG-STATUS.
001060
001070******************************************************************
001080*    DATA DIVISION                                              *
001090******************************************************************
001100 DATA DIVISION.
001110
001120 FILE SECTION.
001130 FD  RETRACT-TRANS
001140     LABEL RECORDS ARE STANDARD.
001150     COPY RTRNREC.
001160     COPY BCTLREC.
001170
001180 FD  POST-HISTORY
001190     LABEL RECORDS ARE STANDARD.
001200     COPY PHISTREC.
001210
001220 FD  CMS-EXPORT
001230     LABEL RECORDS ARE STANDARD.
001240 01  CE-EXPORT-LINE              PIC X(132).
001250
001260 FD  RETRACT-REGISTER
001270     LABEL RECORDS ARE STANDARD.
001280 01  RG-PRINT-LINE               PIC X(132).
001290
001300 FD  NIGHT-LOG
001310     LABEL RECORDS ARE STANDARD.
001320     COPY NSUMREC.
001330
001340 FD  BATCH-REGISTER
001350     LABEL RECORDS ARE STANDARD.
001360     COPY BREGREC.
001370
001380 WORKING-STORAGE SECTION.
001390******************************************************************
001400*    FILE STATUS SWITCHES                                       *
001410******************************************************************
001420 01  RT-RTRCTRN-STATUS       PIC X(02).
001430     88  RT-RTRCTRN-OK               VALUE "00".
001440     88  RT-RTRCTRN-EOF              VALUE "10".
001450     88  RT-RTRCTRN-NOT-FOUND        VALUE "35".
001460
001470 01  RT-POSTHIST-STATUS      PIC X(02).
001480     88  RT-POSTHIST-OK              VALUE "00".
001490
001500 01  RT-CMSEXPRT-STATUS      PIC X(02).
001510     88  RT-CMSEXPRT-OK              VALUE "00".
001520
001530 01  RT-RTRCREG-STATUS       PIC X(02).
001540     88  RT-RTRCREG-OK               VALUE "00".
001550
001560 01  RT-NIGHTLOG-STATUS      PIC X(02).
001570     88  RT-NIGHTLOG-OK              VALUE "00".
001580     88  RT-NIGHTLOG-NOT-FOUND       VALUE "35".
001590
001600 01  RT-BATCHREG-STATUS      PIC X(02).
001610     88  RT-BATCHREG-OK              VALUE "00".
001620     88  RT-BATCHREG-NOT-FOUND       VALUE "35".
001630
001640******************************************************************
001650*    PROGRAM SWITCHES                                           *
001660******************************************************************
001670 77  RT-EOF-SWITCH           PIC X(01) VALUE "N".
001680     88  RT-END-OF-TRANS             VALUE "Y".
001690
001700 77  RT-BATCHREG-OPEN-SWITCH PIC X(01) VALUE "N".
001710     88  RT-BATCHREG-OPEN            VALUE "Y".
001720
001730 77  RT-TRAILER-SWITCH       PIC X(01) VALUE "N".
001740     88  RT-TRAILER-SEEN             VALUE "Y".
001750
001760******************************************************************
001770*    TRANSACTION DISPOSITION WORK FIELDS AND RUN TOTALS          *
001780******************************************************************
001790 77  RT-ACTION-TAKEN         PIC X(09) VALUE SPACES.
001800 77  RT-REJECT-REASON        PIC X(40) VALUE SPACES.
001810 77  RT-RETRACT-DATE-NUM     PIC 9(08) VALUE ZEROES.
001820
001830 77  RT-TRANS-READ-COUNT     PIC 9(05) VALUE ZEROES.
001840 77  RT-TRANS-APPLIED-COUNT  PIC 9(05) VALUE ZEROES.
001850 77  RT-TRANS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
001860
001870 77  RT-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001880
001890 01  RT-CURRENT-DATE-FIELDS.
001900     05  RT-CURR-DATE-CCYYMMDD.
001910         10  RT-CURR-YEAR     PIC 9(04).
001920         10  RT-CURR-MONTH    PIC 9(02).
001930         10  RT-CURR-DAY      PIC 9(02).
001940     05  RT-CURR-TIME         PIC 9(08).
001950     05  FILLER               PIC X(05).
001960
001970******************************************************************
001980*    BATCH CONTROL.  THE FIRST PASS OVER THE TRANSACTION FILE    *
001990*    COUNTS AND HASHES THE DETAIL RECORDS AND KEEPS THE          *
002000*    TRAILER'S FIGURES TO BALANCE THEM AGAINST.  THE BATCH       *
002010*    STATUS SAYS WHAT BECAME OF THE BATCH AND GOES TO THE        *
002020*    STEP-SUMMARY LOG.                                           *
002030******************************************************************
002040 77  RT-BATCH-STATUS         PIC X(01) VALUE SPACE.
002050     88  RT-BATCH-APPLIED            VALUE "A".
002060     88  RT-BATCH-DUPLICATE          VALUE "D".
002070     88  RT-BATCH-OUT-OF-BALANCE     VALUE "B".
002080     88  RT-BATCH-NONE               VALUE "N".
002090 77  RT-BATCH-ID             PIC X(12) VALUE SPACES.
002100 77  RT-BATCH-RESULT         PIC X(80) VALUE SPACES.
002110 77  RT-BATCH-DETAIL-COUNT   PIC 9(07) VALUE ZEROES.
002120 77  RT-BATCH-HASH           PIC 9(15) VALUE ZEROES.
002130 77  RT-TRAILER-BATCH-ID     PIC X(12) VALUE SPACES.
002140 77  RT-TRAILER-COUNT        PIC 9(07) VALUE ZEROES.
002150 77  RT-TRAILER-HASH         PIC 9(15) VALUE ZEROES.
002160
002170******************************************************************
002180*    KEY HASH WORK FIELDS.  EACH KEY CHARACTER'S VALUE IS ITS    *
002190*    POSITION IN THE TABLE BELOW (A SPACE IS 0, A CHARACTER NOT  *
002200*    IN THE TABLE 37), WEIGHTED BY ITS POSITION IN THE KEY.      *
002210******************************************************************
002220 77  RT-HASH-KEY             PIC X(08) VALUE SPACES.
002230 77  RT-HASH-POS             PIC 9(02) VALUE ZEROES.
002240 77  RT-HASH-CHAR-VALUE      PIC 9(02) VALUE ZEROES.
002250
002260 01  RT-HASH-CHARACTERS.
002270     05  FILLER                  PIC X(36)
002280             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002290 01  RT-HASH-CHAR-TABLE REDEFINES RT-HASH-CHARACTERS.
002300     05  RT-HASH-CHAR            PIC X(01) OCCURS 36 TIMES
002310                                 INDEXED BY RT-HASH-IDX.
002320
002330******************************************************************
002340*    RETRACTION REGISTER CONTROLS AND PRINT LINES                *
002350******************************************************************
002360 77  RT-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002370 77  RT-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002380 77  RT-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002390
002400 01  RT-REG-HEADER-1.
002410     05  FILLER                  PIC X(36)
002420             VALUE "POSTRTRC POST RETRACTION REGISTER   ".
002430     05  FILLER                  PIC X(04) VALUE SPACES.
002440     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002450     05  RT-REG-RUN-MONTH        PIC 9(02).
002460     05  FILLER                  PIC X(01) VALUE "/".
002470     05  RT-REG-RUN-DAY          PIC 9(02).
002480     05  FILLER                  PIC X(01) VALUE "/".
002490     05  RT-REG-RUN-YEAR         PIC 9(04).
002500     05  FILLER                  PIC X(05) VALUE SPACES.
002510     05  FILLER                  PIC X(05) VALUE "PAGE ".
002520     05  RT-REG-PAGE-NO          PIC ZZ9.
002530
002540 01  RT-REG-HEADER-2.
002550     05  FILLER                  PIC X(10) VALUE "POST ID".
002560     05  FILLER                  PIC X(32) VALUE "TITLE".
002570     05  FILLER                  PIC X(08) VALUE "AUTHOR".
002580     05  FILLER                  PIC X(08) VALUE "REASON".
002590     05  FILLER                  PIC X(12) VALUE "RETR DATE".
002600     05  FILLER                  PIC X(11) VALUE "ACTION".
002610     05  FILLER                  PIC X(06) VALUE "NOTE".
002620
002630 01  RT-REG-DETAIL-LINE.
002640     05  RT-REG-POST-ID          PIC X(08).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  RT-REG-TITLE            PIC X(30).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  RT-REG-AUTHOR-ID        PIC X(06).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  RT-REG-REASON-CODE      PIC X(02).
002710     05  FILLER                  PIC X(06) VALUE SPACES.
002720     05  RT-REG-RETR-DATE        PIC 9(08).
002730     05  FILLER                  PIC X(04) VALUE SPACES.
002740     05  RT-REG-ACTION           PIC X(09).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  RT-REG-NOTE             PIC X(40).
002770
002780 01  RT-REG-TOTAL-LINE-1.
002790     05  FILLER                  PIC X(26)
002800             VALUE "RETRACTIONS READ........: ".
002810     05  RT-REG-TOTAL-READ       PIC ZZZZ9.
002820
002830 01  RT-REG-TOTAL-LINE-2.
002840     05  FILLER                  PIC X(26)
002850             VALUE "RETRACTIONS APPLIED.....: ".
002860     05  RT-REG-TOTAL-APPLIED    PIC ZZZZ9.
002870
002880 01  RT-REG-TOTAL-LINE-3.
002890     05  FILLER                  PIC X(26)
002900             VALUE "RETRACTIONS REJECTED....: ".
002910     05  RT-REG-TOTAL-REJECTED   PIC ZZZZ9.
002920
002930 01  RT-REG-BATCH-LINE-1.
002940     05  FILLER                  PIC X(26)
002950             VALUE "BATCH ID................: ".
002960     05  RT-REG-BATCH-ID         PIC X(12).
002970
002980 01  RT-REG-BATCH-LINE-2.
002990     05  FILLER                  PIC X(26)
003000             VALUE "BATCH RESULT............: ".
003010     05  RT-REG-BATCH-RESULT     PIC X(80).
003020
003030******************************************************************
003040*    PROCEDURE DIVISION                                         *
003050******************************************************************
003060 PROCEDURE DIVISION.
003070
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE
003100         THRU 1000-INITIALIZE-EXIT
003110     PERFORM 2000-PROCESS-RETRACTIONS
003120         THRU 2000-PROCESS-RETRACTIONS-EXIT
003130         UNTIL RT-END-OF-TRANS
003140     IF RT-BATCH-APPLIED
003150         PERFORM 2900-REGISTER-APPLIED-BATCH
003160             THRU 2900-REGISTER-APPLIED-BATCH-EXIT
003170     END-IF
003180     PERFORM 3000-PRINT-RUN-TOTALS
003190         THRU 3000-PRINT-RUN-TOTALS-EXIT
003200     PERFORM 7000-WRITE-NIGHT-SUMMARY
003210         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
003220     PERFORM 9999-TERMINATE
003230         THRU 9999-TERMINATE-EXIT
003240     MOVE RT-RETURN-CODE TO RETURN-CODE
003250     STOP RUN.
003260
003270 1000-INITIALIZE.
003280     MOVE FUNCTION CURRENT-DATE TO RT-CURRENT-DATE-FIELDS
003290     OPEN INPUT RETRACT-TRANS
003300     IF RT-RTRCTRN-NOT-FOUND
003310         DISPLAY "POSTRTRC: NO RETRACTION TRANSACTIONS TONIGHT"
003320         MOVE "N" TO RT-BATCH-STATUS
003330         MOVE "NO BATCH TONIGHT" TO RT-BATCH-RESULT
003340         MOVE "Y" TO RT-EOF-SWITCH
003350         GO TO 1000-INITIALIZE-EXIT
003360     END-IF
003370     IF NOT RT-RTRCTRN-OK
003380         DISPLAY "POSTRTRC: UNABLE TO OPEN RETRACT-TRANS, "
003390             "STATUS = " RT-RTRCTRN-STATUS
003400         MOVE "Y" TO RT-EOF-SWITCH
003410         MOVE 12 TO RT-RETURN-CODE
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF
003440     OPEN I-O POST-HISTORY
003450     IF NOT RT-POSTHIST-OK
003460         DISPLAY "POSTRTRC: UNABLE TO OPEN POST-HISTORY, "
003470             "STATUS = " RT-POSTHIST-STATUS
003480         MOVE "Y" TO RT-EOF-SWITCH
003490         MOVE 12 TO RT-RETURN-CODE
003500         GO TO 1000-INITIALIZE-EXIT
003510     END-IF
003520     OPEN EXTEND CMS-EXPORT
003530     IF NOT RT-CMSEXPRT-OK
003540         DISPLAY "POSTRTRC: UNABLE TO OPEN CMS-EXPORT, "
003550             "STATUS = " RT-CMSEXPRT-STATUS
003560             " -- NO PAGES WOULD COME DOWN, RUN STOPPED"
003570         MOVE "Y" TO RT-EOF-SWITCH
003580         MOVE 12 TO RT-RETURN-CODE
003590         GO TO 1000-INITIALIZE-EXIT
003600     END-IF
003610     OPEN OUTPUT RETRACT-REGISTER
003620     IF NOT RT-RTRCREG-OK
003630         DISPLAY "POSTRTRC: UNABLE TO OPEN RETRACT-REGISTER, "
003640             "STATUS = " RT-RTRCREG-STATUS
003650         MOVE "Y" TO RT-EOF-SWITCH
003660         MOVE 12 TO RT-RETURN-CODE
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF
003690     OPEN I-O BATCH-REGISTER
003700     IF RT-BATCHREG-NOT-FOUND
003710         OPEN OUTPUT BATCH-REGISTER
003720         CLOSE BATCH-REGISTER
003730         OPEN I-O BATCH-REGISTER
003740     END-IF
003750     IF NOT RT-BATCHREG-OK
003760         DISPLAY "POSTRTRC: UNABLE TO OPEN BATCH-REGISTER, "
003770             "STATUS = " RT-BATCHREG-STATUS
003780             " -- A RERUN COULD NOT BE DETECTED, RUN STOPPED"
003790         MOVE "Y" TO RT-EOF-SWITCH
003800         MOVE 12 TO RT-RETURN-CODE
003810         GO TO 1000-INITIALIZE-EXIT
003820     END-IF
003830     MOVE "Y" TO RT-BATCHREG-OPEN-SWITCH
003840     MOVE ZEROES TO RT-PAGE-COUNT
003850     MOVE RT-LINES-PER-PAGE TO RT-LINE-COUNT
003860     PERFORM 1200-CHECK-BATCH-CONTROL
003870         THRU 1200-CHECK-BATCH-CONTROL-EXIT
003880     IF NOT RT-BATCH-APPLIED
003890         MOVE "Y" TO RT-EOF-SWITCH
003900         GO TO 1000-INITIALIZE-EXIT
003910     END-IF
003920     PERFORM 2100-READ-NEXT-TRANS
003930         THRU 2100-READ-NEXT-TRANS-EXIT.
003940 1000-INITIALIZE-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    1200-CHECK-BATCH-CONTROL                                    *
003990*    FIRST PASS OVER THE TRANSACTION FILE.  THE FILE MUST OPEN   *
004000*    WITH AN RTRCTRN BATCH HEADER AND CLOSE WITH A TRAILER FOR   *
004010*    THE SAME BATCH WHOSE RECORD COUNT AND KEY HASH MATCH THE    *
004020*    DETAILS IN BETWEEN; ANYTHING ELSE IS OUT OF BALANCE AND     *
004030*    NOTHING IS APPLIED.  A BALANCED BATCH ALREADY ON THE        *
004040*    APPLIED-BATCH REGISTER IS REFUSED.  AN EMPTY FILE IS NO     *
004050*    BATCH TONIGHT.  A BATCH THAT PASSES IS LEFT MARKED APPLIED  *
004060*    WITH THE FILE REOPENED AND POSITIONED PAST ITS HEADER.      *
004070******************************************************************
004080 1200-CHECK-BATCH-CONTROL.
004090     MOVE ZEROES TO RT-BATCH-DETAIL-COUNT
004100     MOVE ZEROES TO RT-BATCH-HASH
004110     MOVE "N" TO RT-TRAILER-SWITCH
004120     READ RETRACT-TRANS
004130         AT END
004140             MOVE "N" TO RT-BATCH-STATUS
004150             MOVE "NO BATCH TONIGHT" TO RT-BATCH-RESULT
004160             DISPLAY "POSTRTRC: NO RETRACTION TRANSACTIONS "
004170                 "TONIGHT"
004180             GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004190     END-READ
004200     IF NOT BC-BATCH-HEADER
004210         MOVE "REJECTED - FIRST RECORD IS NOT A BATCH HEADER"
004220             TO RT-BATCH-RESULT
004230         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004240     END-IF
004250     MOVE BC-BATCH-ID TO RT-BATCH-ID
004260     IF BC-FEED-NAME NOT = "RTRCTRN"
004270         MOVE SPACES TO RT-BATCH-RESULT
004280         STRING "REJECTED - BATCH HEADER IS FOR FEED "
004290                                        DELIMITED BY SIZE
004300             BC-FEED-NAME               DELIMITED BY SPACE
004310             INTO RT-BATCH-RESULT
004320         END-STRING
004330         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004340     END-IF
004350     MOVE "N" TO RT-EOF-SWITCH
004360     PERFORM 1210-TALLY-BATCH-RECORD
004370         THRU 1210-TALLY-BATCH-RECORD-EXIT
004380         UNTIL RT-END-OF-TRANS
004390             OR RT-BATCH-RESULT NOT = SPACES
004400     IF RT-BATCH-RESULT NOT = SPACES
004410         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004420     END-IF
004430     IF NOT RT-TRAILER-SEEN
004440         MOVE "REJECTED - NO BATCH TRAILER, FILE MAY BE TRUNCATED"
004450             TO RT-BATCH-RESULT
004460         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004470     END-IF
004480     IF RT-TRAILER-BATCH-ID NOT = RT-BATCH-ID
004490         MOVE "REJECTED - TRAILER BATCH ID DOES NOT MATCH HEADER"
004500             TO RT-BATCH-RESULT
004510         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004520     END-IF
004530     IF RT-TRAILER-COUNT NOT = RT-BATCH-DETAIL-COUNT
004540         MOVE SPACES TO RT-BATCH-RESULT
004550         STRING "REJECTED - TRAILER COUNT "  DELIMITED BY SIZE
004560             RT-TRAILER-COUNT                DELIMITED BY SIZE
004570             ", RECORDS IN BATCH "           DELIMITED BY SIZE
004580             RT-BATCH-DETAIL-COUNT           DELIMITED BY SIZE
004590             INTO RT-BATCH-RESULT
004600         END-STRING
004610         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004620     END-IF
004630     IF RT-TRAILER-HASH NOT = RT-BATCH-HASH
004640         MOVE "REJECTED - TRAILER KEY HASH DOES NOT MATCH DETAILS"
004650             TO RT-BATCH-RESULT
004660         GO TO 1200-CHECK-BATCH-CONTROL-REJECT
004670     END-IF
004680     MOVE "RTRCTRN"   TO BG-FEED-NAME
004690     MOVE RT-BATCH-ID TO BG-BATCH-ID
004700     READ BATCH-REGISTER
004710         INVALID KEY
004720             CONTINUE
004730         NOT INVALID KEY
004740             MOVE "D" TO RT-BATCH-STATUS
004750     END-READ
004760     IF RT-BATCH-DUPLICATE
004770         MOVE SPACES TO RT-BATCH-RESULT
004780         STRING "REFUSED - ALREADY APPLIED ON " DELIMITED BY SIZE
004790             BG-APPLIED-DATE                  DELIMITED BY SIZE
004800             " BY "                           DELIMITED BY SIZE
004810             BG-PROGRAM-ID                    DELIMITED BY SPACE
004820             INTO RT-BATCH-RESULT
004830         END-STRING
004840         DISPLAY "POSTRTRC: BATCH " RT-BATCH-ID
004850             " WAS ALREADY APPLIED -- NOT APPLIED AGAIN"
004860         IF RT-RETURN-CODE < 4
004870             MOVE 4 TO RT-RETURN-CODE
004880         END-IF
004890         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004900     END-IF
004910     CLOSE RETRACT-TRANS
004920     OPEN INPUT RETRACT-TRANS
004930     IF NOT RT-RTRCTRN-OK
004940         DISPLAY "POSTRTRC: UNABLE TO REOPEN RETRACT-TRANS, "
004950             "STATUS = " RT-RTRCTRN-STATUS
004960         MOVE SPACES TO RT-BATCH-STATUS
004970         MOVE 12 TO RT-RETURN-CODE
004980         GO TO 1200-CHECK-BATCH-CONTROL-EXIT
004990     END-IF
005000     READ RETRACT-TRANS
005010     MOVE "N" TO RT-EOF-SWITCH
005020     MOVE "A" TO RT-BATCH-STATUS
005030     MOVE "APPLIED" TO RT-BATCH-RESULT
005040     GO TO 1200-CHECK-BATCH-CONTROL-EXIT.
005050 1200-CHECK-BATCH-CONTROL-REJECT.
005060     MOVE "B" TO RT-BATCH-STATUS
005070     DISPLAY "POSTRTRC: BATCH " RT-BATCH-ID " OUT OF BALANCE -- "
005080         "NOTHING APPLIED"
005090     DISPLAY "POSTRTRC: " RT-BATCH-RESULT
005100     MOVE 8 TO RT-RETURN-CODE.
005110 1200-CHECK-BATCH-CONTROL-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150*    1210-TALLY-BATCH-RECORD                                     *
005160*    COUNTS AND HASHES ONE DETAIL RECORD, OR FILES THE           *
005170*    TRAILER'S FIGURES.  A SECOND HEADER, OR ANYTHING AFTER THE  *
005180*    TRAILER, PUTS THE BATCH OUT OF BALANCE.                     *
005190******************************************************************
005200 1210-TALLY-BATCH-RECORD.
005210     READ RETRACT-TRANS
005220         AT END
005230             MOVE "Y" TO RT-EOF-SWITCH
005240             GO TO 1210-TALLY-BATCH-RECORD-EXIT
005250     END-READ
005260     IF RT-TRAILER-SEEN
005270         MOVE "REJECTED - RECORDS FOLLOW THE BATCH TRAILER"
005280             TO RT-BATCH-RESULT
005290         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005300     END-IF
005310     IF BC-BATCH-HEADER
005320         MOVE "REJECTED - SECOND BATCH HEADER IN THE FILE"
005330             TO RT-BATCH-RESULT
005340         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005350     END-IF
005360     IF BC-BATCH-TRAILER
005370         MOVE "Y"             TO RT-TRAILER-SWITCH
005380         MOVE BC-BATCH-ID     TO RT-TRAILER-BATCH-ID
005390         IF BC-RECORD-COUNT NUMERIC
005400             MOVE BC-RECORD-COUNT TO RT-TRAILER-COUNT
005410         END-IF
005420         IF BC-KEY-HASH NUMERIC
005430             MOVE BC-KEY-HASH TO RT-TRAILER-HASH
005440         END-IF
005450         GO TO 1210-TALLY-BATCH-RECORD-EXIT
005460     END-IF
005470     ADD 1 TO RT-BATCH-DETAIL-COUNT
005480     MOVE RX-POST-ID TO RT-HASH-KEY
005490     PERFORM 1220-HASH-ONE-CHARACTER
005500         THRU 1220-HASH-ONE-CHARACTER-EXIT
005510         VARYING RT-HASH-POS FROM 1 BY 1
005520         UNTIL RT-HASH-POS > 8.
005530 1210-TALLY-BATCH-RECORD-EXIT.
005540     EXIT.
005550
005560 1220-HASH-ONE-CHARACTER.
005570     IF RT-HASH-KEY (RT-HASH-POS:1) = SPACE
005580         GO TO 1220-HASH-ONE-CHARACTER-EXIT
005590     END-IF
005600     SET RT-HASH-IDX TO 1
005610     SEARCH RT-HASH-CHAR
005620         AT END
005630             MOVE 37 TO RT-HASH-CHAR-VALUE
005640         WHEN RT-HASH-CHAR (RT-HASH-IDX) =
005650                 RT-HASH-KEY (RT-HASH-POS:1)
005660             SET RT-HASH-CHAR-VALUE TO RT-HASH-IDX
005670     END-SEARCH
005680     COMPUTE RT-BATCH-HASH =
005690         RT-BATCH-HASH + RT-HASH-CHAR-VALUE * RT-HASH-POS.
005700 1220-HASH-ONE-CHARACTER-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740*    2000-PROCESS-RETRACTIONS                                   *
005750*    ONE RETRACTION AT A TIME: FIND THE POST, MARK IT, EMIT       *
005760*    THE CMS DELETE ROW, AND PRINT THE REGISTER LINE.  EVERY      *
005770*    TRANSACTION, APPLIED OR REJECTED, PRODUCES EXACTLY ONE       *
005780*    REGISTER LINE.                                               *
005790******************************************************************
005800 2000-PROCESS-RETRACTIONS.
005810     MOVE SPACES TO RT-ACTION-TAKEN
005820     MOVE SPACES TO RT-REJECT-REASON
005830     MOVE SPACES TO PH-TITLE
005840     MOVE SPACES TO PH-AUTHOR-ID
005850     PERFORM 2200-APPLY-RETRACTION
005860         THRU 2200-APPLY-RETRACTION-EXIT
005870     IF RT-ACTION-TAKEN = "REJECTED"
005880         ADD 1 TO RT-TRANS-REJECT-COUNT
005890     ELSE
005900         ADD 1 TO RT-TRANS-APPLIED-COUNT
005910     END-IF
005920     PERFORM 5000-WRITE-REGISTER-LINE
005930         THRU 5000-WRITE-REGISTER-LINE-EXIT
005940     PERFORM 2100-READ-NEXT-TRANS
005950         THRU 2100-READ-NEXT-TRANS-EXIT.
005960 2000-PROCESS-RETRACTIONS-EXIT.
005970     EXIT.
005980
005990 2100-READ-NEXT-TRANS.
006000     READ RETRACT-TRANS
006010         AT END
006020             MOVE "Y" TO RT-EOF-SWITCH
006030             GO TO 2100-READ-NEXT-TRANS-EXIT
006040     END-READ
006050     IF BC-BATCH-TRAILER
006060         MOVE "Y" TO RT-EOF-SWITCH
006070         GO TO 2100-READ-NEXT-TRANS-EXIT
006080     END-IF
006090     ADD 1 TO RT-TRANS-READ-COUNT.
006100 2100-READ-NEXT-TRANS-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140*    2200-APPLY-RETRACTION                                      *
006150*    MARKS THE POST-HISTORY RECORD RETRACTED AND EMITS THE        *
006160*    DELETE ROW.  A POST NOT ON HISTORY, OR ONE ALREADY           *
006170*    RETRACTED, REJECTS WITH ITS REASON; A BLANK OR ZERO          *
006180*    TRANSACTION DATE MEANS THE RUN DATE.                        *
006190******************************************************************
006200 2200-APPLY-RETRACTION.
006210     IF RX-POST-ID = SPACES
006220         MOVE "REJECTED" TO RT-ACTION-TAKEN
006230         MOVE "POST ID MISSING" TO RT-REJECT-REASON
006240         GO TO 2200-APPLY-RETRACTION-EXIT
006250     END-IF
006260     MOVE RX-POST-ID TO PH-POST-ID
006270     READ POST-HISTORY
006280         INVALID KEY
006290             MOVE "REJECTED" TO RT-ACTION-TAKEN
006300             MOVE "POST NOT ON POST-HISTORY"
006310                 TO RT-REJECT-REASON
006320             GO TO 2200-APPLY-RETRACTION-EXIT
006330     END-READ
006340     IF PH-RETRACTED
006350         MOVE "REJECTED" TO RT-ACTION-TAKEN
006360         MOVE "POST ALREADY RETRACTED" TO RT-REJECT-REASON
006370         GO TO 2200-APPLY-RETRACTION-EXIT
006380     END-IF
006390     IF RX-RETRACT-DATE = SPACES
006400         OR RX-RETRACT-DATE = ZEROES
006410         OR RX-RETRACT-DATE NOT NUMERIC
006420         COMPUTE RT-RETRACT-DATE-NUM =
006430             RT-CURR-YEAR * 10000
006440                 + RT-CURR-MONTH * 100 + RT-CURR-DAY
006450     ELSE
006460         COMPUTE RT-RETRACT-DATE-NUM =
006470             RX-RET-YEAR * 10000
006480                 + RX-RET-MONTH * 100 + RX-RET-DAY
006490     END-IF
006500     MOVE "R"                 TO PH-RETRACT-FLAG
006510     MOVE RT-RETRACT-DATE-NUM TO PH-RETRACT-DATE
006520     MOVE RX-REASON-CODE      TO PH-RETRACT-REASON
006530     REWRITE POST-HISTORY-RECORD
006540         INVALID KEY
006550             MOVE "REJECTED" TO RT-ACTION-TAKEN
006560             MOVE "REWRITE FAILED, STATUS " TO RT-REJECT-REASON
006570             MOVE RT-POSTHIST-STATUS TO RT-REJECT-REASON (24:2)
006580             GO TO 2200-APPLY-RETRACTION-EXIT
006590     END-REWRITE
006600     PERFORM 8200-EXPORT-DELETE-ROW
006610         THRU 8200-EXPORT-DELETE-ROW-EXIT
006620     MOVE "RETRACTED" TO RT-ACTION-TAKEN.
006630 2200-APPLY-RETRACTION-EXIT.
006640     EXIT.
006650
006660******************************************************************
006670*    8200-EXPORT-DELETE-ROW                                     *
006680*    APPENDS THE DELETE ROW TO TONIGHT'S CMS EXPORT IN THE        *
006690*    SAME PIPE-DELIMITED SHAPE AS THE PUBLISH ROWS, SO THE WEB    *
006700*    SIDE TAKES THE PAGE DOWN WITH THE SAME FEED PICKUP.          *
006710******************************************************************
006720 8200-EXPORT-DELETE-ROW.
006730     MOVE SPACES TO CE-EXPORT-LINE
006740     STRING "DEL|"                         DELIMITED BY SIZE
006750         PH-POST-ID                         DELIMITED BY SIZE
006760         "|"                                DELIMITED BY SIZE
006770         PH-RETRACT-REASON                  DELIMITED BY SIZE
006780         "|"                                DELIMITED BY SIZE
006790         INTO CE-EXPORT-LINE
006800     END-STRING
006810     WRITE CE-EXPORT-LINE.
006820 8200-EXPORT-DELETE-ROW-EXIT.
006830     EXIT.
006840
006850 5000-WRITE-REGISTER-LINE.
006860     IF RT-LINE-COUNT NOT LESS THAN RT-LINES-PER-PAGE
006870         PERFORM 5100-PRINT-PAGE-HEADERS
006880             THRU 5100-PRINT-PAGE-HEADERS-EXIT
006890     END-IF
006900     MOVE RX-POST-ID          TO RT-REG-POST-ID
006910     MOVE PH-TITLE            TO RT-REG-TITLE
006920     MOVE PH-AUTHOR-ID        TO RT-REG-AUTHOR-ID
006930     MOVE RX-REASON-CODE      TO RT-REG-REASON-CODE
006940     MOVE RT-RETRACT-DATE-NUM TO RT-REG-RETR-DATE
006950     MOVE RT-ACTION-TAKEN     TO RT-REG-ACTION
006960     MOVE RT-REJECT-REASON    TO RT-REG-NOTE
006970     WRITE RG-PRINT-LINE FROM RT-REG-DETAIL-LINE
006980     ADD 1 TO RT-LINE-COUNT.
006990 5000-WRITE-REGISTER-LINE-EXIT.
007000     EXIT.
007010
007020 5100-PRINT-PAGE-HEADERS.
007030     ADD 1 TO RT-PAGE-COUNT
007040     MOVE RT-PAGE-COUNT TO RT-REG-PAGE-NO
007050     MOVE RT-CURR-MONTH TO RT-REG-RUN-MONTH
007060     MOVE RT-CURR-DAY   TO RT-REG-RUN-DAY
007070     MOVE RT-CURR-YEAR  TO RT-REG-RUN-YEAR
007080     IF RT-PAGE-COUNT > 1
007090         WRITE RG-PRINT-LINE FROM SPACES
007100     END-IF
007110     WRITE RG-PRINT-LINE FROM RT-REG-HEADER-1
007120     WRITE RG-PRINT-LINE FROM RT-REG-HEADER-2
007130     MOVE ZEROES TO RT-LINE-COUNT.
007140 5100-PRINT-PAGE-HEADERS-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180*    2900-REGISTER-APPLIED-BATCH                                 *
007190*    ADDS THE BATCH JUST APPLIED TO THE APPLIED-BATCH REGISTER   *
007200*    SO IT IS REFUSED IF IT EVER COMES THROUGH AGAIN.  A FAILED  *
007210*    WRITE DOES NOT UNDO THE RETRACTIONS BUT LEAVES A            *
007220*    WARNING RETURN CODE.                                        *
007230******************************************************************
007240 2900-REGISTER-APPLIED-BATCH.
007250     MOVE SPACES                 TO BATCH-REGISTER-RECORD
007260     MOVE "RTRCTRN"              TO BG-FEED-NAME
007270     MOVE RT-BATCH-ID            TO BG-BATCH-ID
007280     MOVE RT-CURR-DATE-CCYYMMDD  TO BG-APPLIED-DATE
007290     MOVE RT-CURR-TIME           TO BG-APPLIED-TIME
007300     MOVE "POSTRTRC"              TO BG-PROGRAM-ID
007310     MOVE RT-BATCH-DETAIL-COUNT  TO BG-RECORD-COUNT
007320     MOVE RT-BATCH-HASH          TO BG-KEY-HASH
007330     MOVE RT-TRANS-APPLIED-COUNT TO BG-TRANS-APPLIED
007340     MOVE RT-TRANS-REJECT-COUNT  TO BG-TRANS-REJECTED
007350     WRITE BATCH-REGISTER-RECORD
007360         INVALID KEY
007370             DISPLAY "POSTRTRC: UNABLE TO REGISTER BATCH "
007380                 RT-BATCH-ID ", STATUS = " RT-BATCHREG-STATUS
007390                 " -- A RERUN WOULD APPLY IT AGAIN"
007400             IF RT-RETURN-CODE < 4
007410                 MOVE 4 TO RT-RETURN-CODE
007420             END-IF
007430     END-WRITE.
007440 2900-REGISTER-APPLIED-BATCH-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480*    3000-PRINT-RUN-TOTALS                                      *
007490*    RUN TOTALS AT THE END OF THE REGISTER.  A REJECTED           *
007500*    RETRACTION LEAVES A WARNING RETURN CODE SO THE DESK SEES     *
007510*    THE REGISTER NEEDS WORKING THE NEXT MORNING.  A NIGHT        *
007520*    WITH NO TRANSACTION FILE PRINTS NO REGISTER AT ALL.  THE    *
007530*    BATCH ID AND WHAT BECAME OF THE BATCH PRINT FIRST.          *
007540******************************************************************
007550 3000-PRINT-RUN-TOTALS.
007560     IF NOT RT-RTRCREG-OK
007570         GO TO 3000-PRINT-RUN-TOTALS-EXIT
007580     END-IF
007590     IF RT-PAGE-COUNT = ZEROES
007600         PERFORM 5100-PRINT-PAGE-HEADERS
007610             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007620     END-IF
007630     MOVE RT-BATCH-ID            TO RT-REG-BATCH-ID
007640     MOVE RT-BATCH-RESULT        TO RT-REG-BATCH-RESULT
007650     WRITE RG-PRINT-LINE FROM SPACES
007660     WRITE RG-PRINT-LINE FROM RT-REG-BATCH-LINE-1
007670     WRITE RG-PRINT-LINE FROM RT-REG-BATCH-LINE-2
007680     MOVE RT-TRANS-READ-COUNT    TO RT-REG-TOTAL-READ
007690     MOVE RT-TRANS-APPLIED-COUNT TO RT-REG-TOTAL-APPLIED
007700     MOVE RT-TRANS-REJECT-COUNT  TO RT-REG-TOTAL-REJECTED
007710     WRITE RG-PRINT-LINE FROM SPACES
007720     WRITE RG-PRINT-LINE FROM RT-REG-TOTAL-LINE-1
007730     WRITE RG-PRINT-LINE FROM RT-REG-TOTAL-LINE-2
007740     WRITE RG-PRINT-LINE FROM RT-REG-TOTAL-LINE-3
007750     IF RT-TRANS-REJECT-COUNT > ZEROES
007760         AND RT-RETURN-CODE < 4
007770         MOVE 4 TO RT-RETURN-CODE
007780     END-IF.
007790 3000-PRINT-RUN-TOTALS-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830*    7000-WRITE-NIGHT-SUMMARY                                   *
007840*    APPENDS THE RUN'S RETURN CODE AND RETRACTION COUNTS TO      *
007850*    THE NIGHT'S STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE      *
007860*    SUMMARY.  A LOG THAT CANNOT BE OPENED ONLY COSTS THE        *
007870*    SUMMARY LINE, NEVER THE RETRACTION RUN.                     *
007880******************************************************************
007890 7000-WRITE-NIGHT-SUMMARY.
007900     OPEN EXTEND NIGHT-LOG
007910     IF RT-NIGHTLOG-NOT-FOUND
007920         OPEN OUTPUT NIGHT-LOG
007930     END-IF
007940     IF NOT RT-NIGHTLOG-OK
007950         DISPLAY "POSTRTRC: UNABLE TO OPEN NIGHT-LOG, "
007960             "STATUS = " RT-NIGHTLOG-STATUS
007970             " -- NO SUMMARY LINE THIS RUN"
007980         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
007990     END-IF
008000     MOVE SPACES                 TO NIGHT-SUMMARY-RECORD
008010     MOVE "POSTRTRC"             TO NS-PROGRAM-ID
008020     COMPUTE NS-RUN-DATE =
008030         RT-CURR-YEAR * 10000
008040             + RT-CURR-MONTH * 100 + RT-CURR-DAY
008050     MOVE RT-RETURN-CODE         TO NS-RETURN-CODE
008060     MOVE RT-TRANS-READ-COUNT    TO NS-COUNT-READ
008070     MOVE RT-TRANS-APPLIED-COUNT TO NS-COUNT-GOOD
008080     MOVE RT-TRANS-REJECT-COUNT  TO NS-COUNT-REJECT
008090     MOVE ZEROES                 TO NS-COUNT-HELD
008100     MOVE ZEROES                 TO NS-COUNT-RELEASED
008110     MOVE RT-BATCH-ID            TO NS-BATCH-ID
008120     MOVE RT-BATCH-STATUS        TO NS-BATCH-STATUS
008130     WRITE NIGHT-SUMMARY-RECORD
008140     CLOSE NIGHT-LOG.
008150 7000-WRITE-NIGHT-SUMMARY-EXIT.
008160     EXIT.
008170
008180 9999-TERMINATE.
008190     IF RT-RTRCTRN-OK OR RT-RTRCTRN-EOF
008200         CLOSE RETRACT-TRANS
008210     END-IF
008220     IF RT-POSTHIST-OK
008230         CLOSE POST-HISTORY
008240     END-IF
008250     IF RT-CMSEXPRT-OK
008260         CLOSE CMS-EXPORT
008270     END-IF
008280     IF RT-RTRCREG-OK
008290         CLOSE RETRACT-REGISTER
008300     END-IF
008310     IF RT-BATCHREG-OPEN
008320         CLOSE BATCH-REGISTER
008330     END-IF.
008340 9999-TERMINATE-EXIT.
008350     EXIT.
