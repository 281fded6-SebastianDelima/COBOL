000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    POSTAMND                                      *
000040*    DESCRIPTION   POST AMENDMENT PROCESSING.  READS THE DESK'S  *
000050*                  AMENDMENT TRANSACTION FILE, KEYED BY POST     *
000060*                  ID, AND APPLIES EACH FIELD-LEVEL CORRECTION   *
000070*                  (TITLE, WORD COUNT, CATEGORY CODE, BYLINES)   *
000080*                  TO THE POST-HISTORY MASTER.  EVERY CHANGE IS  *
000090*                  EDITED THE WAY BLOGEDIT EDITS THE FEED: THE   *
000100*                  CATEGORY MUST BE ON THE CATEGORY FILE AND     *
000110*                  ACTIVE, EVERY CO-AUTHOR MUST BE ON            *
000120*                  AUTHOR-MASTER, AND THE BYLINE SHARES MUST     *
000130*                  SUM TO 100.  EACH APPLIED AMENDMENT APPENDS   *
000140*                  AN UPDATE ROW TO TONIGHT'S CMS EXPORT         *
000150*                  GENERATION AND A BEFORE/AFTER ENTRY TO THE    *
000160*                  PERMANENT AMENDMENT JOURNAL, WHICH THE NEXT   *
000170*                  AUTHPAY RUN READS TO ADJUST AN ALREADY-PAID   *
000180*                  POST UP OR DOWN.  PRINTS THE BEFORE/AFTER     *
000190*                  AMENDMENT REGISTER.  RUNS AS ITS OWN STEP IN  *
000200*                  BLGPOST0 BETWEEN THE RETRACTION AND           *
000210*                  RECONCILIATION STEPS.                         *
000220*                                                                *
000230*    RETURN CODES  0000 - ALL AMENDMENTS APPLIED                 *
000240*                  0004 - ONE OR MORE AMENDMENTS REJECTED        *
000250*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000260*                                                                *
000270*    MODIFICATION HISTORY                                        *
000280*    ----------------------------------------------------------  *
000290*    DATE       INIT  DESCRIPTION                                *
000300*    ---------  ----  -------------------------------------------*
000310*    2026-10-15  SDL  ORIGINAL PROGRAM.                          *
000320*    2026-10-15  SDL  UPDATE ROW NOW ENDS WITH THE SERIES CODE   *
000330*                     AND PART NUMBER, AS THE PUBLISH ROW DOES.  *
000340*    2026-10-15  SDL  POST-HISTORY NOW DECLARES ITS AUTHOR/DATE  *
000350*                     AND PUBLISH-DATE ALTERNATE KEYS (141-BYTE  *
000360*                     RECORD).  THE REWRITE LEAVES BOTH KEYS AS  *
000370*                     READ - AN AMENDMENT CHANGES NEITHER THE    *
000380*                     AUTHOR NOR THE PUBLISH DATE.               *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     POSTAMND.
000420 AUTHOR.         SEBASTIAN DE LIMA.
000430 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000440 DATE-WRITTEN.   2026-10-15.
000450 DATE-COMPILED.  2026-10-15.
000460
000470******************************************************************
000480*    ENVIRONMENT DIVISION                                        *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.    MACBOOK-PRO.
000540 OBJECT-COMPUTER.    MACBOOK-PRO.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT AMEND-TRANS      ASSIGN TO AMNDTRN
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS PA-AMNDTRN-STATUS.
000620
000630     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS PH-POST-ID
000670         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000680             WITH DUPLICATES
000690         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000700             WITH DUPLICATES
000710         FILE STATUS IS PA-POSTHIST-STATUS.
000720
000730     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS AR-AUTHOR-ID
000770         FILE STATUS IS PA-AUTHMST-STATUS.
000780
000790     SELECT CATEGORY-FILE    ASSIGN TO CATFILE
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS CG-CATEGORY-CODE
000830         FILE STATUS IS PA-CATFILE-STATUS.
000840
000850     SELECT AMEND-HISTORY    ASSIGN TO AMNDHIST
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS PA-AMNDHIST-STATUS.
000890
000900     SELECT CMS-EXPORT       ASSIGN TO CMSEXPRT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         ACCESS MODE IS SEQUENTIAL
000930         FILE STATUS IS PA-CMSEXPRT-STATUS.
000940
000950     SELECT AMEND-REGISTER   ASSIGN TO AMNDREG
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         ACCESS MODE IS SEQUENTIAL
000980         FILE STATUS IS PA-AMNDREG-STATUS.
000990
001000     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL
001030         FILE STATUS IS PA-NIGHTLOG-STATUS.
001040
001050******************************************************************
001060*    DATA DIVISION                                               *
001070******************************************************************
001080 DATA DIVISION.
001090
001100 FILE SECTION.
001110 FD  AMEND-TRANS
001120     LABEL RECORDS ARE STANDARD.
001130     COPY AMDTREC.
001140
001150 FD  POST-HISTORY
001160     LABEL RECORDS ARE STANDARD.
001170     COPY PHISTREC.
001180
001190 FD  AUTHOR-MASTER
001200     LABEL RECORDS ARE STANDARD.
001210     COPY AUTHREC.
001220
001230 FD  CATEGORY-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY CATREC.
001260
001270 FD  AMEND-HISTORY
001280     LABEL RECORDS ARE STANDARD.
001290     COPY AMDHREC.
001300
001310 FD  CMS-EXPORT
001320     LABEL RECORDS ARE STANDARD.
001330 01  CE-EXPORT-LINE              PIC X(132).
001340
001350 FD  AMEND-REGISTER
001360     LABEL RECORDS ARE STANDARD.
001370 01  RG-PRINT-LINE               PIC X(132).
001380
001390 FD  NIGHT-LOG
001400     LABEL RECORDS ARE STANDARD.
001410     COPY NSUMREC.
001420
001430 WORKING-STORAGE SECTION.
001440******************************************************************
001450*    FILE STATUS SWITCHES                                        *
001460******************************************************************
001470 01  PA-AMNDTRN-STATUS       PIC X(02).
001480     88  PA-AMNDTRN-OK               VALUE "00".
001490     88  PA-AMNDTRN-EOF              VALUE "10".
001500     88  PA-AMNDTRN-NOT-FOUND        VALUE "35".
001510
001520 01  PA-POSTHIST-STATUS      PIC X(02).
001530     88  PA-POSTHIST-OK              VALUE "00".
001540
001550 01  PA-AUTHMST-STATUS       PIC X(02).
001560     88  PA-AUTHMST-OK               VALUE "00".
001570
001580 01  PA-CATFILE-STATUS       PIC X(02).
001590     88  PA-CATFILE-OK               VALUE "00".
001600
001610 01  PA-AMNDHIST-STATUS      PIC X(02).
001620     88  PA-AMNDHIST-OK              VALUE "00".
001630     88  PA-AMNDHIST-NOT-FOUND       VALUE "35".
001640
001650 01  PA-CMSEXPRT-STATUS      PIC X(02).
001660     88  PA-CMSEXPRT-OK              VALUE "00".
001670
001680 01  PA-AMNDREG-STATUS       PIC X(02).
001690     88  PA-AMNDREG-OK               VALUE "00".
001700
001710 01  PA-NIGHTLOG-STATUS      PIC X(02).
001720     88  PA-NIGHTLOG-OK              VALUE "00".
001730     88  PA-NIGHTLOG-NOT-FOUND       VALUE "35".
001740
001750******************************************************************
001760*    PROGRAM SWITCHES                                            *
001770******************************************************************
001780 77  PA-EOF-SWITCH           PIC X(01) VALUE "N".
001790     88  PA-END-OF-TRANS             VALUE "Y".
001800
001810 77  PA-EDIT-PASS-SWITCH     PIC X(01) VALUE "Y".
001820     88  PA-EDIT-PASSED              VALUE "Y".
001830     88  PA-EDIT-FAILED              VALUE "N".
001840
001850******************************************************************
001860*    TRANSACTION DISPOSITION WORK FIELDS AND RUN TOTALS          *
001870******************************************************************
001880 77  PA-ACTION-TAKEN         PIC X(09) VALUE SPACES.
001890 77  PA-REJECT-REASON        PIC X(40) VALUE SPACES.
001900 77  PA-AMEND-DATE-NUM       PIC 9(08) VALUE ZEROES.
001910 77  PA-RUN-DATE-NUM         PIC 9(08) VALUE ZEROES.
001920 77  PA-FIELDS-NAMED         PIC 9(01) VALUE ZERO.
001930 77  PA-SHARE-TOTAL          PIC 9(03) VALUE ZEROES.
001940 77  PA-BYLINE-IDX           PIC 9(01) VALUE ZERO.
001950
001960 77  PA-TRANS-READ-COUNT     PIC 9(05) VALUE ZEROES.
001970 77  PA-TRANS-APPLIED-COUNT  PIC 9(05) VALUE ZEROES.
001980 77  PA-TRANS-REJECT-COUNT   PIC 9(05) VALUE ZEROES.
001990 77  PA-FIELDS-CHANGED-COUNT PIC 9(05) VALUE ZEROES.
002000
002010 77  PA-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002020
002030 01  PA-CURRENT-DATE-FIELDS.
002040     05  PA-CURR-YEAR         PIC 9(04).
002050     05  PA-CURR-MONTH        PIC 9(02).
002060     05  PA-CURR-DAY          PIC 9(02).
002070     05  FILLER               PIC X(13).
002080
002090******************************************************************
002100*    BYLINE DISPLAY WORK AREA - THE FIRST-BYLINE SHARE AND BOTH  *
002110*    CO-BYLINES STRUNG TOGETHER FOR ONE REGISTER COLUMN.         *
002120******************************************************************
002130 01  PA-BYLINE-TEXT.
002140     05  PA-BYT-SHARE-PCT        PIC X(03).
002150     05  FILLER                  PIC X(01) VALUE SPACE.
002160     05  PA-BYT-CO-BYLINE OCCURS 2 TIMES.
002170         10  PA-BYT-CO-AUTHOR-ID PIC X(06).
002180         10  FILLER              PIC X(01) VALUE "/".
002190         10  PA-BYT-CO-SHARE-PCT PIC X(03).
002200         10  FILLER              PIC X(01) VALUE SPACE.
002210
002220******************************************************************
002230*    AMENDMENT REGISTER CONTROLS AND PRINT LINES.  EACH          *
002240*    TRANSACTION PRINTS ONE DETAIL LINE; AN APPLIED AMENDMENT    *
002250*    THEN PRINTS ONE BEFORE/AFTER LINE FOR EVERY FIELD IT        *
002260*    ACTUALLY CHANGED.                                           *
002270******************************************************************
002280 77  PA-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002290 77  PA-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002300 77  PA-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002310
002320 01  PA-REG-HEADER-1.
002330     05  FILLER                  PIC X(36)
002340             VALUE "POSTAMND POST AMENDMENT REGISTER    ".
002350     05  FILLER                  PIC X(04) VALUE SPACES.
002360     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002370     05  PA-REG-RUN-MONTH        PIC 9(02).
002380     05  FILLER                  PIC X(01) VALUE "/".
002390     05  PA-REG-RUN-DAY          PIC 9(02).
002400     05  FILLER                  PIC X(01) VALUE "/".
002410     05  PA-REG-RUN-YEAR         PIC 9(04).
002420     05  FILLER                  PIC X(05) VALUE SPACES.
002430     05  FILLER                  PIC X(05) VALUE "PAGE ".
002440     05  PA-REG-PAGE-NO          PIC ZZ9.
002450
002460 01  PA-REG-HEADER-2.
002470     05  FILLER                  PIC X(10) VALUE "POST ID".
002480     05  FILLER                  PIC X(32) VALUE "TITLE".
002490     05  FILLER                  PIC X(08) VALUE "AUTHOR".
002500     05  FILLER                  PIC X(12) VALUE "AMEND DATE".
002510     05  FILLER                  PIC X(11) VALUE "ACTION".
002520     05  FILLER                  PIC X(06) VALUE "NOTE".
002530
002540 01  PA-REG-HEADER-3.
002550     05  FILLER                  PIC X(10) VALUE SPACES.
002560     05  FILLER                  PIC X(14) VALUE "FIELD".
002570     05  FILLER                  PIC X(42) VALUE "BEFORE".
002580     05  FILLER                  PIC X(05) VALUE "AFTER".
002590
002600 01  PA-REG-DETAIL-LINE.
002610     05  PA-REG-POST-ID          PIC X(08).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  PA-REG-TITLE            PIC X(30).
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  PA-REG-AUTHOR-ID        PIC X(06).
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  PA-REG-AMEND-DATE       PIC 9(08).
002680     05  FILLER                  PIC X(04) VALUE SPACES.
002690     05  PA-REG-ACTION           PIC X(09).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  PA-REG-NOTE             PIC X(40).
002720
002730 01  PA-REG-CHANGE-LINE.
002740     05  FILLER                  PIC X(10) VALUE SPACES.
002750     05  PA-REG-FIELD            PIC X(12).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  PA-REG-BEFORE           PIC X(40).
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  PA-REG-AFTER            PIC X(40).
002800
002810 01  PA-REG-TOTAL-LINE-1.
002820     05  FILLER                  PIC X(26)
002830             VALUE "AMENDMENTS READ.........: ".
002840     05  PA-REG-TOTAL-READ       PIC ZZZZ9.
002850
002860 01  PA-REG-TOTAL-LINE-2.
002870     05  FILLER                  PIC X(26)
002880             VALUE "AMENDMENTS APPLIED......: ".
002890     05  PA-REG-TOTAL-APPLIED    PIC ZZZZ9.
002900
002910 01  PA-REG-TOTAL-LINE-3.
002920     05  FILLER                  PIC X(26)
002930             VALUE "AMENDMENTS REJECTED.....: ".
002940     05  PA-REG-TOTAL-REJECTED   PIC ZZZZ9.
002950
002960 01  PA-REG-TOTAL-LINE-4.
002970     05  FILLER                  PIC X(26)
002980             VALUE "FIELDS CHANGED..........: ".
002990     05  PA-REG-TOTAL-FIELDS     PIC ZZZZ9.
003000
003010******************************************************************
003020*    PROCEDURE DIVISION                                          *
003030******************************************************************
003040 PROCEDURE DIVISION.
003050
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-INITIALIZE-EXIT
003090     PERFORM 2000-PROCESS-AMENDMENTS
003100         THRU 2000-PROCESS-AMENDMENTS-EXIT
003110         UNTIL PA-END-OF-TRANS
003120     PERFORM 3000-PRINT-RUN-TOTALS
003130         THRU 3000-PRINT-RUN-TOTALS-EXIT
003140     PERFORM 7000-WRITE-NIGHT-SUMMARY
003150         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
003160     PERFORM 9999-TERMINATE
003170         THRU 9999-TERMINATE-EXIT
003180     MOVE PA-RETURN-CODE TO RETURN-CODE
003190     STOP RUN.
003200
003210 1000-INITIALIZE.
003220     MOVE FUNCTION CURRENT-DATE TO PA-CURRENT-DATE-FIELDS
003230     COMPUTE PA-RUN-DATE-NUM =
003240         PA-CURR-YEAR * 10000
003250             + PA-CURR-MONTH * 100 + PA-CURR-DAY
003260     OPEN INPUT AMEND-TRANS
003270     IF PA-AMNDTRN-NOT-FOUND
003280         DISPLAY "POSTAMND: NO AMENDMENT TRANSACTIONS TONIGHT"
003290         MOVE "Y" TO PA-EOF-SWITCH
003300         GO TO 1000-INITIALIZE-EXIT
003310     END-IF
003320     IF NOT PA-AMNDTRN-OK
003330         DISPLAY "POSTAMND: UNABLE TO OPEN AMEND-TRANS, "
003340             "STATUS = " PA-AMNDTRN-STATUS
003350         MOVE "Y" TO PA-EOF-SWITCH
003360         MOVE 12 TO PA-RETURN-CODE
003370         GO TO 1000-INITIALIZE-EXIT
003380     END-IF
003390     OPEN I-O POST-HISTORY
003400     IF NOT PA-POSTHIST-OK
003410         DISPLAY "POSTAMND: UNABLE TO OPEN POST-HISTORY, "
003420             "STATUS = " PA-POSTHIST-STATUS
003430         MOVE "Y" TO PA-EOF-SWITCH
003440         MOVE 12 TO PA-RETURN-CODE
003450         GO TO 1000-INITIALIZE-EXIT
003460     END-IF
003470     OPEN INPUT AUTHOR-MASTER
003480     IF NOT PA-AUTHMST-OK
003490         DISPLAY "POSTAMND: UNABLE TO OPEN AUTHOR-MASTER, "
003500             "STATUS = " PA-AUTHMST-STATUS
003510         MOVE "Y" TO PA-EOF-SWITCH
003520         MOVE 12 TO PA-RETURN-CODE
003530         GO TO 1000-INITIALIZE-EXIT
003540     END-IF
003550     OPEN INPUT CATEGORY-FILE
003560     IF NOT PA-CATFILE-OK
003570         DISPLAY "POSTAMND: UNABLE TO OPEN CATEGORY-FILE, "
003580             "STATUS = " PA-CATFILE-STATUS
003590         MOVE "Y" TO PA-EOF-SWITCH
003600         MOVE 12 TO PA-RETURN-CODE
003610         GO TO 1000-INITIALIZE-EXIT
003620     END-IF
003630     OPEN EXTEND AMEND-HISTORY
003640     IF PA-AMNDHIST-NOT-FOUND
003650         OPEN OUTPUT AMEND-HISTORY
003660     END-IF
003670     IF NOT PA-AMNDHIST-OK
003680         DISPLAY "POSTAMND: UNABLE TO OPEN AMEND-HISTORY, "
003690             "STATUS = " PA-AMNDHIST-STATUS
003700             " -- PAY ADJUSTMENTS WOULD BE LOST, RUN STOPPED"
003710         MOVE "Y" TO PA-EOF-SWITCH
003720         MOVE 12 TO PA-RETURN-CODE
003730         GO TO 1000-INITIALIZE-EXIT
003740     END-IF
003750     OPEN EXTEND CMS-EXPORT
003760     IF NOT PA-CMSEXPRT-OK
003770         DISPLAY "POSTAMND: UNABLE TO OPEN CMS-EXPORT, "
003780             "STATUS = " PA-CMSEXPRT-STATUS
003790             " -- NO PAGES WOULD BE UPDATED, RUN STOPPED"
003800         MOVE "Y" TO PA-EOF-SWITCH
003810         MOVE 12 TO PA-RETURN-CODE
003820         GO TO 1000-INITIALIZE-EXIT
003830     END-IF
003840     OPEN OUTPUT AMEND-REGISTER
003850     IF NOT PA-AMNDREG-OK
003860         DISPLAY "POSTAMND: UNABLE TO OPEN AMEND-REGISTER, "
003870             "STATUS = " PA-AMNDREG-STATUS
003880         MOVE "Y" TO PA-EOF-SWITCH
003890         MOVE 12 TO PA-RETURN-CODE
003900         GO TO 1000-INITIALIZE-EXIT
003910     END-IF
003920     MOVE ZEROES TO PA-PAGE-COUNT
003930     MOVE PA-LINES-PER-PAGE TO PA-LINE-COUNT
003940     PERFORM 2100-READ-NEXT-TRANS
003950         THRU 2100-READ-NEXT-TRANS-EXIT.
003960 1000-INITIALIZE-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000*    2000-PROCESS-AMENDMENTS                                     *
004010*    ONE AMENDMENT AT A TIME: FIND THE POST, EDIT THE NAMED      *
004020*    CHANGES, APPLY THEM, JOURNAL THEM, EMIT THE CMS UPDATE      *
004030*    ROW, AND PRINT THE REGISTER LINES.  EVERY TRANSACTION,      *
004040*    APPLIED OR REJECTED, PRODUCES ONE REGISTER DETAIL LINE.     *
004050******************************************************************
004060 2000-PROCESS-AMENDMENTS.
004070     MOVE SPACES TO PA-ACTION-TAKEN
004080     MOVE SPACES TO PA-REJECT-REASON
004090     MOVE SPACES TO PH-TITLE
004100     MOVE SPACES TO PH-AUTHOR-ID
004110     MOVE SPACES TO AMEND-HISTORY-RECORD
004120     PERFORM 2200-APPLY-AMENDMENT
004130         THRU 2200-APPLY-AMENDMENT-EXIT
004140     IF PA-ACTION-TAKEN = "REJECTED"
004150         ADD 1 TO PA-TRANS-REJECT-COUNT
004160     ELSE
004170         ADD 1 TO PA-TRANS-APPLIED-COUNT
004180     END-IF
004190     PERFORM 5000-WRITE-REGISTER-LINE
004200         THRU 5000-WRITE-REGISTER-LINE-EXIT
004210     PERFORM 2100-READ-NEXT-TRANS
004220         THRU 2100-READ-NEXT-TRANS-EXIT.
004230 2000-PROCESS-AMENDMENTS-EXIT.
004240     EXIT.
004250
004260 2100-READ-NEXT-TRANS.
004270     READ AMEND-TRANS
004280         AT END
004290             MOVE "Y" TO PA-EOF-SWITCH
004300             GO TO 2100-READ-NEXT-TRANS-EXIT
004310     END-READ
004320     ADD 1 TO PA-TRANS-READ-COUNT.
004330 2100-READ-NEXT-TRANS-EXIT.
004340     EXIT.
004350
004360******************************************************************
004370*    2200-APPLY-AMENDMENT                                        *
004380*    A POST NOT ON HISTORY, A RETRACTED POST, A TRANSACTION      *
004390*    THAT NAMES NO FIELD, OR ONE WHOSE CHANGES FAIL THE EDITS    *
004400*    REJECTS WITH ITS REASON AND LEAVES THE POST UNTOUCHED.  SO  *
004410*    DOES ONE THAT WOULD LEAVE THE POST EXACTLY AS IT STANDS.    *
004420*    A BLANK OR ZERO TRANSACTION DATE MEANS THE RUN DATE.        *
004430******************************************************************
004440 2200-APPLY-AMENDMENT.
004450     IF AX-POST-ID = SPACES
004460         MOVE "REJECTED" TO PA-ACTION-TAKEN
004470         MOVE "POST ID MISSING" TO PA-REJECT-REASON
004480         GO TO 2200-APPLY-AMENDMENT-EXIT
004490     END-IF
004500     MOVE AX-POST-ID TO PH-POST-ID
004510     READ POST-HISTORY
004520         INVALID KEY
004530             MOVE "REJECTED" TO PA-ACTION-TAKEN
004540             MOVE "POST NOT ON POST-HISTORY"
004550                 TO PA-REJECT-REASON
004560             GO TO 2200-APPLY-AMENDMENT-EXIT
004570     END-READ
004580     IF PH-RETRACTED
004590         MOVE "REJECTED" TO PA-ACTION-TAKEN
004600         MOVE "POST IS RETRACTED, CANNOT AMEND"
004610             TO PA-REJECT-REASON
004620         GO TO 2200-APPLY-AMENDMENT-EXIT
004630     END-IF
004640     IF AX-AMEND-DATE = SPACES
004650         OR AX-AMEND-DATE = ZEROES
004660         OR AX-AMEND-DATE NOT NUMERIC
004670         MOVE PA-RUN-DATE-NUM TO PA-AMEND-DATE-NUM
004680     ELSE
004690         COMPUTE PA-AMEND-DATE-NUM =
004700             AX-AMD-YEAR * 10000
004710                 + AX-AMD-MONTH * 100 + AX-AMD-DAY
004720     END-IF
004730     MOVE ZERO TO PA-FIELDS-NAMED
004740     MOVE "Y" TO PA-EDIT-PASS-SWITCH
004750     PERFORM 2300-EDIT-AMENDMENT
004760         THRU 2300-EDIT-AMENDMENT-EXIT
004770     IF PA-EDIT-FAILED
004780         MOVE "REJECTED" TO PA-ACTION-TAKEN
004790         GO TO 2200-APPLY-AMENDMENT-EXIT
004800     END-IF
004810     IF PA-FIELDS-NAMED = ZERO
004820         MOVE "REJECTED" TO PA-ACTION-TAKEN
004830         MOVE "NO AMENDED FIELDS ON TRANSACTION"
004840             TO PA-REJECT-REASON
004850         GO TO 2200-APPLY-AMENDMENT-EXIT
004860     END-IF
004870     PERFORM 2600-BUILD-JOURNAL-ENTRY
004880         THRU 2600-BUILD-JOURNAL-ENTRY-EXIT
004890     IF AJ-AFTER-IMAGE = AJ-BEFORE-IMAGE
004900         MOVE "REJECTED" TO PA-ACTION-TAKEN
004910         MOVE "AMENDMENT MATCHES POST AS IT STANDS"
004920             TO PA-REJECT-REASON
004930         GO TO 2200-APPLY-AMENDMENT-EXIT
004940     END-IF
004950     MOVE AJ-NEW-TITLE         TO PH-TITLE
004960     MOVE AJ-NEW-WORD-COUNT    TO PH-WORD-COUNT
004970     MOVE AJ-NEW-CATEGORY-CODE TO PH-CATEGORY-CODE
004980     MOVE AJ-NEW-SHARE-PCT     TO PH-SHARE-PCT
004990     MOVE AJ-NEW-CO-BYLINE (1) TO PH-CO-BYLINE (1)
005000     MOVE AJ-NEW-CO-BYLINE (2) TO PH-CO-BYLINE (2)
005010     REWRITE POST-HISTORY-RECORD
005020         INVALID KEY
005030             MOVE "REJECTED" TO PA-ACTION-TAKEN
005040             MOVE "REWRITE FAILED, STATUS " TO PA-REJECT-REASON
005050             MOVE PA-POSTHIST-STATUS TO PA-REJECT-REASON (24:2)
005060             GO TO 2200-APPLY-AMENDMENT-EXIT
005070     END-REWRITE
005080     WRITE AMEND-HISTORY-RECORD
005090     IF NOT PA-AMNDHIST-OK
005100         DISPLAY "POSTAMND: UNABLE TO JOURNAL AMENDMENT TO POST "
005110             PH-POST-ID ", STATUS = " PA-AMNDHIST-STATUS
005120             " -- PAY RUN WILL NOT SEE THIS CHANGE"
005130         IF PA-RETURN-CODE < 4
005140             MOVE 4 TO PA-RETURN-CODE
005150         END-IF
005160     END-IF
005170     PERFORM 8200-EXPORT-UPDATE-ROW
005180         THRU 8200-EXPORT-UPDATE-ROW-EXIT
005190     MOVE "AMENDED" TO PA-ACTION-TAKEN.
005200 2200-APPLY-AMENDMENT-EXIT.
005210     EXIT.
005220
005230******************************************************************
005240*    2300-EDIT-AMENDMENT                                         *
005250*    EDITS ONLY THE FIELDS THE TRANSACTION NAMES, USING THE      *
005260*    SAME RULES AND REJECT WORDING AS BLOGEDIT, AND COUNTS HOW   *
005270*    MANY WERE NAMED.  THE FIRST FAILURE STOPS THE EDIT.         *
005280******************************************************************
005290 2300-EDIT-AMENDMENT.
005300     IF AX-NEW-TITLE NOT = SPACES
005310         ADD 1 TO PA-FIELDS-NAMED
005320     END-IF
005330     IF AX-NEW-WORD-COUNT NOT = SPACES
005340         ADD 1 TO PA-FIELDS-NAMED
005350         PERFORM 2400-VALIDATE-WORD-COUNT
005360             THRU 2400-VALIDATE-WORD-COUNT-EXIT
005370         IF PA-EDIT-FAILED
005380             GO TO 2300-EDIT-AMENDMENT-EXIT
005390         END-IF
005400     END-IF
005410     IF AX-NEW-CATEGORY-CODE NOT = SPACES
005420         ADD 1 TO PA-FIELDS-NAMED
005430         PERFORM 2550-VALIDATE-CATEGORY
005440             THRU 2550-VALIDATE-CATEGORY-EXIT
005450         IF PA-EDIT-FAILED
005460             GO TO 2300-EDIT-AMENDMENT-EXIT
005470         END-IF
005480     END-IF
005490     IF AX-BYLINES-REPLACED
005500         ADD 1 TO PA-FIELDS-NAMED
005510         PERFORM 2520-VALIDATE-BYLINES
005520             THRU 2520-VALIDATE-BYLINES-EXIT
005530     END-IF.
005540 2300-EDIT-AMENDMENT-EXIT.
005550     EXIT.
005560
005570 2400-VALIDATE-WORD-COUNT.
005580     IF AX-NEW-WORD-COUNT NOT NUMERIC
005590         MOVE "N" TO PA-EDIT-PASS-SWITCH
005600         MOVE "WORD COUNT NOT NUMERIC" TO PA-REJECT-REASON
005610         GO TO 2400-VALIDATE-WORD-COUNT-EXIT
005620     END-IF
005630     IF AX-NEW-WORD-COUNT = ZEROES
005640         MOVE "N" TO PA-EDIT-PASS-SWITCH
005650         MOVE "WORD COUNT IS ZERO" TO PA-REJECT-REASON
005660         GO TO 2400-VALIDATE-WORD-COUNT-EXIT
005670     END-IF.
005680 2400-VALIDATE-WORD-COUNT-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720*    2520-VALIDATE-BYLINES                                       *
005730*    THE REPLACEMENT BYLINE BLOCK IS EDITED EXACTLY AS BLOGEDIT  *
005740*    EDITS A FEED RECORD'S: NO CO-AUTHORS MEANS A BLANK, ZERO,   *
005750*    OR 100 FIRST-BYLINE SHARE; OTHERWISE EVERY BYLINE NEEDS A   *
005760*    NONZERO SHARE, EVERY CO-AUTHOR MUST BE ON AUTHOR-MASTER,    *
005770*    AND THE SHARES MUST SUM TO EXACTLY 100.                     *
005780******************************************************************
005790 2520-VALIDATE-BYLINES.
005800     IF AX-NEW-CO-AUTHOR-ID (1) = SPACES
005810         AND AX-NEW-CO-AUTHOR-ID (2) = SPACES
005820         IF AX-NEW-SHARE-PCT NUMERIC
005830             AND AX-NEW-SHARE-PCT NOT = 100
005840             AND AX-NEW-SHARE-PCT NOT = ZEROES
005850             MOVE "N" TO PA-EDIT-PASS-SWITCH
005860             MOVE "SINGLE-BYLINE SHARE NOT 100"
005870                 TO PA-REJECT-REASON
005880         END-IF
005890         GO TO 2520-VALIDATE-BYLINES-EXIT
005900     END-IF
005910     IF AX-NEW-SHARE-PCT NOT NUMERIC
005920         OR AX-NEW-SHARE-PCT = ZEROES
005930         MOVE "N" TO PA-EDIT-PASS-SWITCH
005940         MOVE "FIRST-BYLINE SHARE MISSING OR ZERO"
005950             TO PA-REJECT-REASON
005960         GO TO 2520-VALIDATE-BYLINES-EXIT
005970     END-IF
005980     MOVE AX-NEW-SHARE-PCT TO PA-SHARE-TOTAL
005990     PERFORM 2530-VALIDATE-ONE-COBYLINE
006000         THRU 2530-VALIDATE-ONE-COBYLINE-EXIT
006010         VARYING PA-BYLINE-IDX FROM 1 BY 1
006020         UNTIL PA-BYLINE-IDX > 2
006030             OR PA-EDIT-FAILED
006040     IF PA-EDIT-PASSED
006050         AND PA-SHARE-TOTAL NOT = 100
006060         MOVE "N" TO PA-EDIT-PASS-SWITCH
006070         MOVE "BYLINE SHARES DO NOT SUM TO 100"
006080             TO PA-REJECT-REASON
006090     END-IF.
006100 2520-VALIDATE-BYLINES-EXIT.
006110     EXIT.
006120
006130 2530-VALIDATE-ONE-COBYLINE.
006140     IF AX-NEW-CO-AUTHOR-ID (PA-BYLINE-IDX) = SPACES
006150         IF AX-NEW-CO-SHARE-PCT (PA-BYLINE-IDX) NUMERIC
006160             AND AX-NEW-CO-SHARE-PCT (PA-BYLINE-IDX) > ZEROES
006170             MOVE "N" TO PA-EDIT-PASS-SWITCH
006180             MOVE "SHARE GIVEN WITHOUT CO-AUTHOR ID"
006190                 TO PA-REJECT-REASON
006200         END-IF
006210         GO TO 2530-VALIDATE-ONE-COBYLINE-EXIT
006220     END-IF
006230     IF AX-NEW-CO-SHARE-PCT (PA-BYLINE-IDX) NOT NUMERIC
006240         OR AX-NEW-CO-SHARE-PCT (PA-BYLINE-IDX) = ZEROES
006250         MOVE "N" TO PA-EDIT-PASS-SWITCH
006260         MOVE "CO-AUTHOR SHARE MISSING OR ZERO"
006270             TO PA-REJECT-REASON
006280         GO TO 2530-VALIDATE-ONE-COBYLINE-EXIT
006290     END-IF
006300     ADD AX-NEW-CO-SHARE-PCT (PA-BYLINE-IDX) TO PA-SHARE-TOTAL
006310     MOVE AX-NEW-CO-AUTHOR-ID (PA-BYLINE-IDX) TO AR-AUTHOR-ID
006320     READ AUTHOR-MASTER
006330         INVALID KEY
006340             MOVE "N" TO PA-EDIT-PASS-SWITCH
006350             MOVE "CO-AUTHOR ID NOT ON AUTHOR-MASTER"
006360                 TO PA-REJECT-REASON
006370     END-READ.
006380 2530-VALIDATE-ONE-COBYLINE-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420*    2550-VALIDATE-CATEGORY                                      *
006430*    THE NEW CATEGORY CODE MUST BE ON THE CATEGORY REFERENCE     *
006440*    FILE AND STILL ACTIVE THERE.                                *
006450******************************************************************
006460 2550-VALIDATE-CATEGORY.
006470     MOVE AX-NEW-CATEGORY-CODE TO CG-CATEGORY-CODE
006480     READ CATEGORY-FILE
006490         INVALID KEY
006500             MOVE "N" TO PA-EDIT-PASS-SWITCH
006510             MOVE "CATEGORY NOT ON CATEGORY FILE"
006520                 TO PA-REJECT-REASON
006530             GO TO 2550-VALIDATE-CATEGORY-EXIT
006540     END-READ
006550     IF CG-CATEGORY-INACTIVE
006560         MOVE "N" TO PA-EDIT-PASS-SWITCH
006570         MOVE "CATEGORY IS INACTIVE" TO PA-REJECT-REASON
006580         GO TO 2550-VALIDATE-CATEGORY-EXIT
006590     END-IF.
006600 2550-VALIDATE-CATEGORY-EXIT.
006610     EXIT.
006620
006630******************************************************************
006640*    2600-BUILD-JOURNAL-ENTRY                                    *
006650*    THE BEFORE IMAGE IS THE POST AS IT STANDS ON HISTORY; THE   *
006660*    AFTER IMAGE IS THE SAME POST WITH EVERY NAMED FIELD         *
006670*    REPLACED.  THE PUBLISH DATE AND FIRST BYLINE LET THE PAY    *
006680*    RUN DECIDE WHETHER THE POST WAS ALREADY PAID.               *
006690******************************************************************
006700 2600-BUILD-JOURNAL-ENTRY.
006710     MOVE SPACES               TO AMEND-HISTORY-RECORD
006720     MOVE PH-POST-ID           TO AJ-POST-ID
006730     MOVE PA-AMEND-DATE-NUM    TO AJ-AMEND-DATE
006740     COMPUTE AJ-PUBLISH-DATE =
006750         PH-PUB-YEAR * 10000
006760             + PH-PUB-MONTH * 100 + PH-PUB-DAY
006770     MOVE PA-RUN-DATE-NUM      TO AJ-RUN-DATE
006780     MOVE PH-AUTHOR-ID         TO AJ-AUTHOR-ID
006790     MOVE PH-TITLE             TO AJ-OLD-TITLE
006800     MOVE PH-WORD-COUNT        TO AJ-OLD-WORD-COUNT
006810     MOVE PH-CATEGORY-CODE     TO AJ-OLD-CATEGORY-CODE
006820     MOVE PH-SHARE-PCT         TO AJ-OLD-SHARE-PCT
006830     MOVE PH-CO-BYLINE (1)     TO AJ-OLD-CO-BYLINE (1)
006840     MOVE PH-CO-BYLINE (2)     TO AJ-OLD-CO-BYLINE (2)
006850     MOVE AJ-BEFORE-IMAGE      TO AJ-AFTER-IMAGE
006860     IF AX-NEW-TITLE NOT = SPACES
006870         MOVE AX-NEW-TITLE     TO AJ-NEW-TITLE
006880     END-IF
006890     IF AX-NEW-WORD-COUNT NOT = SPACES
006900         MOVE AX-NEW-WORD-COUNT TO AJ-NEW-WORD-COUNT
006910     END-IF
006920     IF AX-NEW-CATEGORY-CODE NOT = SPACES
006930         MOVE AX-NEW-CATEGORY-CODE TO AJ-NEW-CATEGORY-CODE
006940     END-IF
006950     IF AX-BYLINES-REPLACED
006960         MOVE AX-NEW-SHARE-PCT TO AJ-NEW-SHARE-PCT
006970         MOVE AX-NEW-CO-BYLINE (1) TO AJ-NEW-CO-BYLINE (1)
006980         MOVE AX-NEW-CO-BYLINE (2) TO AJ-NEW-CO-BYLINE (2)
006990     END-IF.
007000 2600-BUILD-JOURNAL-ENTRY-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040*    8200-EXPORT-UPDATE-ROW                                      *
007050*    APPENDS THE UPDATE ROW TO TONIGHT'S CMS EXPORT.  IT CARRIES *
007060*    THE WHOLE AMENDED POST IN THE SAME COLUMN ORDER AS THE      *
007070*    BLOGPOST PUBLISH ROW, SO THE WEB SIDE SIMPLY REPLACES THE   *
007080*    PAGE WITH THE SAME FEED PICKUP.                             *
007090******************************************************************
007100 8200-EXPORT-UPDATE-ROW.
007110     MOVE SPACES TO CE-EXPORT-LINE
007120     STRING "UPD|"                         DELIMITED BY SIZE
007130         PH-POST-ID                         DELIMITED BY SIZE
007140         "|"                                DELIMITED BY SIZE
007150         PH-TITLE                           DELIMITED BY SIZE
007160         "|"                                DELIMITED BY SIZE
007170         PH-PUB-MONTH                       DELIMITED BY SIZE
007180         "/"                                DELIMITED BY SIZE
007190         PH-PUB-DAY                         DELIMITED BY SIZE
007200         "/"                                DELIMITED BY SIZE
007210         PH-PUB-YEAR                        DELIMITED BY SIZE
007220         "|"                                DELIMITED BY SIZE
007230         PH-WORD-COUNT                      DELIMITED BY SIZE
007240         "|"                                DELIMITED BY SIZE
007250         PH-AUTHOR-ID                       DELIMITED BY SIZE
007260         "|"                                DELIMITED BY SIZE
007270         PH-CATEGORY-CODE                   DELIMITED BY SIZE
007280         "|"                                DELIMITED BY SIZE
007290         PH-SHARE-PCT                       DELIMITED BY SIZE
007300         "|"                                DELIMITED BY SIZE
007310         PH-CO-AUTHOR-ID (1)                DELIMITED BY SIZE
007320         "|"                                DELIMITED BY SIZE
007330         PH-CO-SHARE-PCT (1)                DELIMITED BY SIZE
007340         "|"                                DELIMITED BY SIZE
007350         PH-CO-AUTHOR-ID (2)                DELIMITED BY SIZE
007360         "|"                                DELIMITED BY SIZE
007370         PH-CO-SHARE-PCT (2)                DELIMITED BY SIZE
007380         "|"                                DELIMITED BY SIZE
007390         PH-SERIES-CODE                     DELIMITED BY SIZE
007400         "|"                                DELIMITED BY SIZE
007410         PH-SERIES-PART                     DELIMITED BY SIZE
007420         "|"                                DELIMITED BY SIZE
007430         INTO CE-EXPORT-LINE
007440     END-STRING
007450     WRITE CE-EXPORT-LINE.
007460 8200-EXPORT-UPDATE-ROW-EXIT.
007470     EXIT.
007480
007490******************************************************************
007500*    5000-WRITE-REGISTER-LINE                                    *
007510*    THE TRANSACTION'S DETAIL LINE, THEN FOR AN APPLIED          *
007520*    AMENDMENT ONE BEFORE/AFTER LINE PER FIELD THAT CHANGED.     *
007530******************************************************************
007540 5000-WRITE-REGISTER-LINE.
007550     IF PA-LINE-COUNT NOT LESS THAN PA-LINES-PER-PAGE
007560         PERFORM 5100-PRINT-PAGE-HEADERS
007570             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007580     END-IF
007590     MOVE AX-POST-ID          TO PA-REG-POST-ID
007600     MOVE PH-TITLE            TO PA-REG-TITLE
007610     MOVE PH-AUTHOR-ID        TO PA-REG-AUTHOR-ID
007620     MOVE PA-AMEND-DATE-NUM   TO PA-REG-AMEND-DATE
007630     MOVE PA-ACTION-TAKEN     TO PA-REG-ACTION
007640     MOVE PA-REJECT-REASON    TO PA-REG-NOTE
007650     WRITE RG-PRINT-LINE FROM PA-REG-DETAIL-LINE
007660     ADD 1 TO PA-LINE-COUNT
007670     IF PA-ACTION-TAKEN NOT = "AMENDED"
007680         GO TO 5000-WRITE-REGISTER-LINE-EXIT
007690     END-IF
007700     IF AJ-NEW-TITLE NOT = AJ-OLD-TITLE
007710         MOVE "TITLE"          TO PA-REG-FIELD
007720         MOVE AJ-OLD-TITLE     TO PA-REG-BEFORE
007730         MOVE AJ-NEW-TITLE     TO PA-REG-AFTER
007740         PERFORM 5050-WRITE-CHANGE-LINE
007750             THRU 5050-WRITE-CHANGE-LINE-EXIT
007760     END-IF
007770     IF AJ-NEW-WORD-COUNT NOT = AJ-OLD-WORD-COUNT
007780         MOVE "WORD COUNT"     TO PA-REG-FIELD
007790         MOVE AJ-OLD-WORD-COUNT TO PA-REG-BEFORE
007800         MOVE AJ-NEW-WORD-COUNT TO PA-REG-AFTER
007810         PERFORM 5050-WRITE-CHANGE-LINE
007820             THRU 5050-WRITE-CHANGE-LINE-EXIT
007830     END-IF
007840     IF AJ-NEW-CATEGORY-CODE NOT = AJ-OLD-CATEGORY-CODE
007850         MOVE "CATEGORY"       TO PA-REG-FIELD
007860         MOVE AJ-OLD-CATEGORY-CODE TO PA-REG-BEFORE
007870         MOVE AJ-NEW-CATEGORY-CODE TO PA-REG-AFTER
007880         PERFORM 5050-WRITE-CHANGE-LINE
007890             THRU 5050-WRITE-CHANGE-LINE-EXIT
007900     END-IF
007910     IF AJ-NEW-SHARE-PCT NOT = AJ-OLD-SHARE-PCT
007920         OR AJ-NEW-CO-BYLINE (1) NOT = AJ-OLD-CO-BYLINE (1)
007930         OR AJ-NEW-CO-BYLINE (2) NOT = AJ-OLD-CO-BYLINE (2)
007940         MOVE "BYLINES"        TO PA-REG-FIELD
007950         MOVE AJ-OLD-SHARE-PCT TO PA-BYT-SHARE-PCT
007960         MOVE AJ-OLD-CO-AUTHOR-ID (1) TO PA-BYT-CO-AUTHOR-ID (1)
007970         MOVE AJ-OLD-CO-SHARE-PCT (1) TO PA-BYT-CO-SHARE-PCT (1)
007980         MOVE AJ-OLD-CO-AUTHOR-ID (2) TO PA-BYT-CO-AUTHOR-ID (2)
007990         MOVE AJ-OLD-CO-SHARE-PCT (2) TO PA-BYT-CO-SHARE-PCT (2)
008000         MOVE PA-BYLINE-TEXT   TO PA-REG-BEFORE
008010         MOVE AJ-NEW-SHARE-PCT TO PA-BYT-SHARE-PCT
008020         MOVE AJ-NEW-CO-AUTHOR-ID (1) TO PA-BYT-CO-AUTHOR-ID (1)
008030         MOVE AJ-NEW-CO-SHARE-PCT (1) TO PA-BYT-CO-SHARE-PCT (1)
008040         MOVE AJ-NEW-CO-AUTHOR-ID (2) TO PA-BYT-CO-AUTHOR-ID (2)
008050         MOVE AJ-NEW-CO-SHARE-PCT (2) TO PA-BYT-CO-SHARE-PCT (2)
008060         MOVE PA-BYLINE-TEXT   TO PA-REG-AFTER
008070         PERFORM 5050-WRITE-CHANGE-LINE
008080             THRU 5050-WRITE-CHANGE-LINE-EXIT
008090     END-IF.
008100 5000-WRITE-REGISTER-LINE-EXIT.
008110     EXIT.
008120
008130 5050-WRITE-CHANGE-LINE.
008140     IF PA-LINE-COUNT NOT LESS THAN PA-LINES-PER-PAGE
008150         PERFORM 5100-PRINT-PAGE-HEADERS
008160             THRU 5100-PRINT-PAGE-HEADERS-EXIT
008170     END-IF
008180     WRITE RG-PRINT-LINE FROM PA-REG-CHANGE-LINE
008190     ADD 1 TO PA-LINE-COUNT
008200     ADD 1 TO PA-FIELDS-CHANGED-COUNT.
008210 5050-WRITE-CHANGE-LINE-EXIT.
008220     EXIT.
008230
008240 5100-PRINT-PAGE-HEADERS.
008250     ADD 1 TO PA-PAGE-COUNT
008260     MOVE PA-PAGE-COUNT TO PA-REG-PAGE-NO
008270     MOVE PA-CURR-MONTH TO PA-REG-RUN-MONTH
008280     MOVE PA-CURR-DAY   TO PA-REG-RUN-DAY
008290     MOVE PA-CURR-YEAR  TO PA-REG-RUN-YEAR
008300     IF PA-PAGE-COUNT > 1
008310         WRITE RG-PRINT-LINE FROM SPACES
008320     END-IF
008330     WRITE RG-PRINT-LINE FROM PA-REG-HEADER-1
008340     WRITE RG-PRINT-LINE FROM PA-REG-HEADER-2
008350     WRITE RG-PRINT-LINE FROM PA-REG-HEADER-3
008360     MOVE ZEROES TO PA-LINE-COUNT.
008370 5100-PRINT-PAGE-HEADERS-EXIT.
008380     EXIT.
008390
008400******************************************************************
008410*    3000-PRINT-RUN-TOTALS                                       *
008420*    RUN TOTALS AT THE END OF THE REGISTER.  A REJECTED          *
008430*    AMENDMENT LEAVES A WARNING RETURN CODE SO THE DESK SEES     *
008440*    THE REGISTER NEEDS WORKING THE NEXT MORNING.  A NIGHT       *
008450*    WITH NO TRANSACTION FILE PRINTS NO REGISTER AT ALL.         *
008460******************************************************************
008470 3000-PRINT-RUN-TOTALS.
008480     IF NOT PA-AMNDREG-OK
008490         GO TO 3000-PRINT-RUN-TOTALS-EXIT
008500     END-IF
008510     IF PA-PAGE-COUNT = ZEROES
008520         PERFORM 5100-PRINT-PAGE-HEADERS
008530             THRU 5100-PRINT-PAGE-HEADERS-EXIT
008540     END-IF
008550     MOVE PA-TRANS-READ-COUNT     TO PA-REG-TOTAL-READ
008560     MOVE PA-TRANS-APPLIED-COUNT  TO PA-REG-TOTAL-APPLIED
008570     MOVE PA-TRANS-REJECT-COUNT   TO PA-REG-TOTAL-REJECTED
008580     MOVE PA-FIELDS-CHANGED-COUNT TO PA-REG-TOTAL-FIELDS
008590     WRITE RG-PRINT-LINE FROM SPACES
008600     WRITE RG-PRINT-LINE FROM PA-REG-TOTAL-LINE-1
008610     WRITE RG-PRINT-LINE FROM PA-REG-TOTAL-LINE-2
008620     WRITE RG-PRINT-LINE FROM PA-REG-TOTAL-LINE-3
008630     WRITE RG-PRINT-LINE FROM PA-REG-TOTAL-LINE-4
008640     IF PA-TRANS-REJECT-COUNT > ZEROES
008650         AND PA-RETURN-CODE < 4
008660         MOVE 4 TO PA-RETURN-CODE
008670     END-IF.
008680 3000-PRINT-RUN-TOTALS-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720*    7000-WRITE-NIGHT-SUMMARY                                    *
008730*    APPENDS THE RUN'S RETURN CODE AND AMENDMENT COUNTS TO       *
008740*    THE NIGHT'S STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE      *
008750*    SUMMARY.  A LOG THAT CANNOT BE OPENED ONLY COSTS THE        *
008760*    SUMMARY LINE, NEVER THE AMENDMENT RUN.                      *
008770******************************************************************
008780 7000-WRITE-NIGHT-SUMMARY.
008790     OPEN EXTEND NIGHT-LOG
008800     IF PA-NIGHTLOG-NOT-FOUND
008810         OPEN OUTPUT NIGHT-LOG
008820     END-IF
008830     IF NOT PA-NIGHTLOG-OK
008840         DISPLAY "POSTAMND: UNABLE TO OPEN NIGHT-LOG, "
008850             "STATUS = " PA-NIGHTLOG-STATUS
008860             " -- NO SUMMARY LINE THIS RUN"
008870         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
008880     END-IF
008890     MOVE SPACES                 TO NIGHT-SUMMARY-RECORD
008900     MOVE "POSTAMND"             TO NS-PROGRAM-ID
008910     MOVE PA-RUN-DATE-NUM        TO NS-RUN-DATE
008920     MOVE PA-RETURN-CODE         TO NS-RETURN-CODE
008930     MOVE PA-TRANS-READ-COUNT    TO NS-COUNT-READ
008940     MOVE PA-TRANS-APPLIED-COUNT TO NS-COUNT-GOOD
008950     MOVE PA-TRANS-REJECT-COUNT  TO NS-COUNT-REJECT
008960     MOVE ZEROES                 TO NS-COUNT-HELD
008970     MOVE ZEROES                 TO NS-COUNT-RELEASED
008980     WRITE NIGHT-SUMMARY-RECORD
008990     CLOSE NIGHT-LOG.
009000 7000-WRITE-NIGHT-SUMMARY-EXIT.
009010     EXIT.
009020
009030 9999-TERMINATE.
009040     IF PA-AMNDTRN-OK OR PA-AMNDTRN-EOF
009050         CLOSE AMEND-TRANS
009060     END-IF
009070     IF PA-POSTHIST-OK
009080         CLOSE POST-HISTORY
009090     END-IF
009100     IF PA-AUTHMST-OK
009110         CLOSE AUTHOR-MASTER
009120     END-IF
009130     IF PA-CATFILE-OK
009140         CLOSE CATEGORY-FILE
009150     END-IF
009160     IF PA-AMNDHIST-OK
009170         CLOSE AMEND-HISTORY
009180     END-IF
009190     IF PA-CMSEXPRT-OK
009200         CLOSE CMS-EXPORT
009210     END-IF
009220     IF PA-AMNDREG-OK
009230         CLOSE AMEND-REGISTER
009240     END-IF.
009250 9999-TERMINATE-EXIT.
009260     EXIT.
