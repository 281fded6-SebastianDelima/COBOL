000160*                  THE SNAPSHOT; PARM='SNAPSHOT' REWRITES THE    *
000170*                  SNAPSHOT FROM WHAT THE MASTERS HOLD NOW,      *
000180*                  RUN AS THE LAST STEP OF THE CYCLE.            *
000190*                  IN EITHER MODE THE POST-HISTORY ALTERNATE     *
000200*                  INDEXES (AUTHOR/DATE AND PUBLISH DATE) ARE    *
000210*                  READ END TO END THROUGH THEIR PATHS AND       *
000220*                  BALANCED AGAINST THE BASE CLUSTER PASS, AND   *
000230*                  EACH RECORD'S KEY FIELDS ARE CHECKED AGAINST  *
000240*                  ITS AUTHOR AND PUBLISH DATE.                  *
000250*                                                                *
000260*    RETURN CODES  0000 - MASTERS CLEAN AND MATCHING             *
000270*                  0004 - FIELD-LEVEL SANITY WARNINGS, OR NO     *
000280*                         SNAPSHOT YET TO BALANCE AGAINST        *
000290*                  0012 - KEY SEQUENCE BROKEN, OR THE COUNTS     *
000300*                         OR HASH TOTALS DO NOT MATCH THE        *
000310*                         SNAPSHOT, OR A FILE WOULD NOT OPEN,    *
000320*                         OR AN ALTERNATE INDEX DOES NOT AGREE   *
000330*                         WITH THE POST-HISTORY BASE CLUSTER     *
000340*                                                                *
000350*    MODIFICATION HISTORY                                       *
000360*    ---------------------------------------------------------- *
000370*    DATE       INIT  DESCRIPTION                                *
000380*    ---------  ----  -------------------------------------------*
000390*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000400*    2026-10-15  SDL  POST-HISTORY IS NOW OPENED FOR DYNAMIC    *
000410*                     ACCESS.  THE POST PASS CHECKS EACH        *
000420*                     RECORD'S ALTERNATE KEY FIELDS AGAINST ITS *
000430*                     AUTHOR AND PUBLISH DATE, AND 2700/2800    *
000440*                     READ THE AUTHOR/DATE AND PUBLISH-DATE     *
000450*                     INDEXES END TO END SO 3600 CAN BALANCE    *
000460*                     THEIR COUNTS AND HASH TOTALS TO THE BASE  *
000470*                     CLUSTER BEFORE THE CYCLE RUNS.            *
000480******************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     BLGVERIF.
000510 AUTHOR.         SEBASTIAN DE LIMA.
000520 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000530 DATE-WRITTEN.   2026-09-02.
000540 DATE-COMPILED.  2026-09-02.
000550
000560******************************************************************
000570*    ENVIRONMENT DIVISION                                       *
000580******************************************************************
000590 ENVIRONMENT DIVISION.
000600
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.    MACBOOK-PRO.
000630 OBJECT-COMPUTER.    MACBOOK-PRO.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS AR-AUTHOR-ID
000710         FILE STATUS IS BV-AUTHMST-STATUS.
000720
000730     SELECT POST-HISTORY     ASSIGN TO POSTHIST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PH-POST-ID
000770         ALTERNATE RECORD KEY IS PH-AUTHOR-DATE-KEY
000780             WITH DUPLICATES
000790         ALTERNATE RECORD KEY IS PH-KEY-PUB-DATE
000800             WITH DUPLICATES
000810         FILE STATUS IS BV-POSTHIST-STATUS.
000820
000830     SELECT SNAPSHOT-FILE    ASSIGN TO SNAPFILE
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         ACCESS MODE IS SEQUENTIAL
000860         FILE STATUS IS BV-SNAPFILE-STATUS.
000870
000880     SELECT VERIFY-REPORT    ASSIGN TO VRFYRPT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS BV-VRFYRPT-STATUS.
000920
000930******************************************************************
000940*    DATA DIVISION                                              *
000950******************************************************************
000960 DATA DIVISION.
000970
000980 FILE SECTION.
000990 FD  AUTHOR-MASTER
001000     LABEL RECORDS ARE STANDARD.
001010     COPY AUTHREC.
001020
001030 FD  POST-HISTORY
001040     LABEL RECORDS ARE STANDARD.
001050     COPY PHISTREC.
001060
001070 FD  SNAPSHOT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY SNAPREC.
001100
001110 FD  VERIFY-REPORT
001120     LABEL RECORDS ARE STANDARD.
001130 01  VF-PRINT-LINE               PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160******************************************************************
001170*    FILE STATUS SWITCHES                                       *
001180******************************************************************
001190 01  BV-AUTHMST-STATUS       PIC X(02).
001200     88  BV-AUTHMST-OK               VALUE "00".
001210     88  BV-AUTHMST-EOF              VALUE "10".
001220     88  BV-AUTHMST-NOT-FOUND        VALUE "35".
001230
001240 01  BV-POSTHIST-STATUS      PIC X(02).
001250     88  BV-POSTHIST-OK              VALUE "00".
001260     88  BV-POSTHIST-EOF             VALUE "10".
001270     88  BV-POSTHIST-NO-RECORD       VALUE "23".
001280     88  BV-POSTHIST-NOT-FOUND       VALUE "35".
001290
001300 01  BV-SNAPFILE-STATUS      PIC X(02).
001310     88  BV-SNAPFILE-OK              VALUE "00".
001320     88  BV-SNAPFILE-NOT-FOUND       VALUE "35".
001330
001340 01  BV-VRFYRPT-STATUS       PIC X(02).
001350     88  BV-VRFYRPT-OK               VALUE "00".
001360
001370******************************************************************
001380*    PROGRAM SWITCHES AND RUN MODE                               *
001390******************************************************************
001400 77  BV-AUTHMST-EOF-SWITCH   PIC X(01) VALUE "N".
001410     88  BV-END-OF-AUTHORS           VALUE "Y".
001420
001430 77  BV-POSTHIST-EOF-SWITCH  PIC X(01) VALUE "N".
001440     88  BV-END-OF-HISTORY           VALUE "Y".
001450
001460 77  BV-RUN-MODE-SWITCH      PIC X(01) VALUE "V".
001470     88  BV-MODE-VERIFY              VALUE "V".
001480     88  BV-MODE-SNAPSHOT            VALUE "S".
001490
001500 77  BV-SNAP-FOUND-SWITCH    PIC X(01) VALUE "N".
001510     88  BV-SNAPSHOT-FOUND           VALUE "Y".
001520
001530 77  BV-AIX-CHECK-SWITCH     PIC X(01) VALUE "N".
001540     88  BV-CHECK-AIX                VALUE "Y".
001550
001560 77  BV-AIX-EOF-SWITCH       PIC X(01) VALUE "N".
001570     88  BV-END-OF-AIX-PATH          VALUE "Y".
001580
001590 77  BV-AIX-BAD-SWITCH       PIC X(01) VALUE "N".
001600     88  BV-AIX-OUT-OF-STEP          VALUE "Y".
001610
001620******************************************************************
001630*    SEQUENCE AND HASH WORK FIELDS.  THE HASHES TRUNCATE TO       *
001640*    TWELVE DIGITS BY PICTURE, WHICH IS DETERMINISTIC AND ALL     *
001650*    A BALANCING TOTAL NEEDS.                                     *
001660******************************************************************
001670 77  BV-PREV-AUTHOR-ID       PIC X(06) VALUE LOW-VALUES.
001680 77  BV-PREV-POST-ID         PIC X(08) VALUE LOW-VALUES.
001690
001700 77  BV-AUTHOR-COUNT         PIC 9(07) VALUE ZEROES.
001710 77  BV-AUTHOR-HASH          PIC 9(12) VALUE ZEROES.
001720 77  BV-POST-COUNT           PIC 9(07) VALUE ZEROES.
001730 77  BV-POST-HASH            PIC 9(12) VALUE ZEROES.
001740
001750 77  BV-POST-DATE-HASH       PIC 9(12) VALUE ZEROES.
001760 77  BV-EXPECT-PUB-DATE      PIC 9(08) VALUE ZEROES.
001770
001780 77  BV-PREV-AUTHOR-DATE-KEY PIC X(14) VALUE LOW-VALUES.
001790 77  BV-PREV-PUB-DATE-KEY    PIC X(08) VALUE LOW-VALUES.
001800
001810 77  BV-AD-COUNT             PIC 9(07) VALUE ZEROES.
001820 77  BV-AD-WORD-HASH         PIC 9(12) VALUE ZEROES.
001830 77  BV-AD-DATE-HASH         PIC 9(12) VALUE ZEROES.
001840 77  BV-PD-COUNT             PIC 9(07) VALUE ZEROES.
001850 77  BV-PD-WORD-HASH         PIC 9(12) VALUE ZEROES.
001860 77  BV-PD-DATE-HASH         PIC 9(12) VALUE ZEROES.
001870
001880 77  BV-SEQUENCE-ERRORS      PIC 9(05) VALUE ZEROES.
001890 77  BV-AIX-ERRORS           PIC 9(05) VALUE ZEROES.
001900 77  BV-SANITY-WARNINGS      PIC 9(05) VALUE ZEROES.
001910
001920 77  BV-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001930
001940 01  BV-CURRENT-DATE-FIELDS.
001950     05  BV-CURR-YEAR         PIC 9(04).
001960     05  BV-CURR-MONTH        PIC 9(02).
001970     05  BV-CURR-DAY          PIC 9(02).
001980     05  FILLER               PIC X(13).
001990
002000******************************************************************
002010*    EXCEPTION REPORT CONTROLS AND PRINT LINES                   *
002020******************************************************************
002030 77  BV-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002040 77  BV-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002050 77  BV-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002060
002070 01  BV-RPT-HEADER-1.
002080     05  FILLER                  PIC X(36)
002090             VALUE "BLGVERIF MASTER INTEGRITY CHECK     ".
002100     05  FILLER                  PIC X(04) VALUE SPACES.
002110     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002120     05  BV-RPT-RUN-MONTH        PIC 9(02).
002130     05  FILLER                  PIC X(01) VALUE "/".
002140     05  BV-RPT-RUN-DAY          PIC 9(02).
002150     05  FILLER                  PIC X(01) VALUE "/".
002160     05  BV-RPT-RUN-YEAR         PIC 9(04).
002170     05  FILLER                  PIC X(05) VALUE SPACES.
002180     05  FILLER                  PIC X(05) VALUE "PAGE ".
002190     05  BV-RPT-PAGE-NO          PIC ZZ9.
002200
002210 01  BV-RPT-HEADER-2.
002220     05  FILLER                  PIC X(10) VALUE "FILE".
002230     05  FILLER                  PIC X(10) VALUE "KEY".
002240     05  FILLER                  PIC X(09) VALUE "EXCEPTION".
002250
002260 01  BV-RPT-DETAIL-LINE.
002270     05  BV-RPT-FILE-NAME        PIC X(08).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  BV-RPT-KEY              PIC X(08).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  BV-RPT-EXCEPTION        PIC X(50).
002320
002330 01  BV-RPT-COMPARE-LINE.
002340     05  BV-RPT-CMP-ITEM         PIC X(26).
002350     05  BV-RPT-CMP-SNAP         PIC ZZZZZZZZZZZ9.
002360     05  FILLER                  PIC X(03) VALUE SPACES.
002370     05  BV-RPT-CMP-ACTUAL       PIC ZZZZZZZZZZZ9.
002380     05  FILLER                  PIC X(03) VALUE SPACES.
002390     05  BV-RPT-CMP-STATUS       PIC X(14).
002400
002410 01  BV-RPT-AIX-CAPTION.
002420     05  FILLER                  PIC X(26)
002430             VALUE "ALTERNATE INDEX BALANCE:  ".
002440     05  FILLER                  PIC X(12) VALUE "BASE CLUSTER".
002450     05  FILLER                  PIC X(03) VALUE SPACES.
002460     05  FILLER                  PIC X(12) VALUE "  INDEX PATH".
002470
002480 01  BV-RPT-TOTAL-LINE-1.
002490     05  FILLER                  PIC X(26)
002500             VALUE "SEQUENCE ERRORS.........: ".
002510     05  BV-RPT-TOT-SEQ          PIC ZZZZ9.
002520
002530 01  BV-RPT-TOTAL-LINE-2.
002540     05  FILLER                  PIC X(26)
002550             VALUE "SANITY WARNINGS.........: ".
002560     05  BV-RPT-TOT-SANITY       PIC ZZZZ9.
002570
002580 01  BV-RPT-TOTAL-LINE-3.
002590     05  FILLER                  PIC X(26)
002600             VALUE "ALTERNATE KEY ERRORS....: ".
002610     05  BV-RPT-TOT-AIX          PIC ZZZZ9.
002620
002630 01  BV-RPT-VERDICT-LINE.
002640     05  BV-RPT-VERDICT          PIC X(70).
002650
002660******************************************************************
002670*    LINKAGE SECTION                                            *
002680*    PARM='VERIFY' CHECKS THE MASTERS AGAINST THE PRIOR          *
002690*    NIGHT'S SNAPSHOT; PARM='SNAPSHOT' REWRITES THE SNAPSHOT.    *
002700*    NO PARM MEANS VERIFY.                                       *
002710******************************************************************
002720 LINKAGE SECTION.
002730 01  LS-PARM-DATA.
002740     05  LS-PARM-LENGTH          PIC S9(04) COMP.
002750     05  LS-PARM-TEXT            PIC X(08).
002760
002770******************************************************************
002780*    PROCEDURE DIVISION                                         *
002790******************************************************************
002800 PROCEDURE DIVISION USING LS-PARM-DATA.
002810
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE
002840         THRU 1000-INITIALIZE-EXIT
002850     PERFORM 2000-CHECK-ONE-AUTHOR
002860         THRU 2000-CHECK-ONE-AUTHOR-EXIT
002870         UNTIL BV-END-OF-AUTHORS
002880     PERFORM 2500-CHECK-ONE-POST
002890         THRU 2500-CHECK-ONE-POST-EXIT
002900         UNTIL BV-END-OF-HISTORY
002910     PERFORM 2700-CHECK-AUTHOR-DATE-PATH
002920         THRU 2700-CHECK-AUTHOR-DATE-PATH-EXIT
002930     PERFORM 2800-CHECK-PUB-DATE-PATH
002940         THRU 2800-CHECK-PUB-DATE-PATH-EXIT
002950     IF BV-MODE-SNAPSHOT
002960         PERFORM 4000-WRITE-SNAPSHOT
002970             THRU 4000-WRITE-SNAPSHOT-EXIT
002980     ELSE
002990         PERFORM 3000-BALANCE-TO-SNAPSHOT
003000             THRU 3000-BALANCE-TO-SNAPSHOT-EXIT
003010     END-IF
003020     PERFORM 3600-BALANCE-ALTERNATE-INDEXES
003030         THRU 3600-BALANCE-ALTERNATE-INDEXES-EXIT
003040     PERFORM 3500-PRINT-RUN-TOTALS
003050         THRU 3500-PRINT-RUN-TOTALS-EXIT
003060     PERFORM 9999-TERMINATE
003070         THRU 9999-TERMINATE-EXIT
003080     MOVE BV-RETURN-CODE TO RETURN-CODE
003090     STOP RUN.
003100
003110 1000-INITIALIZE.
003120     MOVE FUNCTION CURRENT-DATE TO BV-CURRENT-DATE-FIELDS
003130     IF LS-PARM-LENGTH = 8
003140         AND LS-PARM-TEXT = "SNAPSHOT"
003150         MOVE "S" TO BV-RUN-MODE-SWITCH
003160     ELSE
003170         IF LS-PARM-LENGTH > 0
003180             AND LS-PARM-TEXT (1:6) NOT = "VERIFY"
003190             DISPLAY "BLGVERIF: PARM NOT VERIFY OR SNAPSHOT "
003200                 "-- VERIFYING"
003210         END-IF
003220     END-IF
003230     OPEN INPUT AUTHOR-MASTER
003240     IF BV-AUTHMST-NOT-FOUND
003250         DISPLAY "BLGVERIF: NO AUTHOR-MASTER YET -- "
003260             "VERIFIED AS EMPTY"
003270         MOVE "Y" TO BV-AUTHMST-EOF-SWITCH
003280         IF BV-RETURN-CODE < 4
003290             MOVE 4 TO BV-RETURN-CODE
003300         END-IF
003310     ELSE
003320         IF NOT BV-AUTHMST-OK
003330             DISPLAY "BLGVERIF: UNABLE TO OPEN AUTHOR-MASTER, "
003340                 "STATUS = " BV-AUTHMST-STATUS
003350             MOVE "Y" TO BV-AUTHMST-EOF-SWITCH
003360             MOVE "Y" TO BV-POSTHIST-EOF-SWITCH
003370             MOVE 12 TO BV-RETURN-CODE
003380             GO TO 1000-INITIALIZE-EXIT
003390         END-IF
003400     END-IF
003410     OPEN INPUT POST-HISTORY
003420     IF BV-POSTHIST-NOT-FOUND
003430         DISPLAY "BLGVERIF: NO POST-HISTORY MASTER YET -- "
003440             "VERIFIED AS EMPTY"
003450         MOVE "Y" TO BV-POSTHIST-EOF-SWITCH
003460         IF BV-RETURN-CODE < 4
003470             MOVE 4 TO BV-RETURN-CODE
003480         END-IF
003490     ELSE
003500         IF NOT BV-POSTHIST-OK
003510             DISPLAY "BLGVERIF: UNABLE TO OPEN POST-HISTORY, "
003520                 "STATUS = " BV-POSTHIST-STATUS
003530             MOVE "Y" TO BV-AUTHMST-EOF-SWITCH
003540             MOVE "Y" TO BV-POSTHIST-EOF-SWITCH
003550             MOVE 12 TO BV-RETURN-CODE
003560             GO TO 1000-INITIALIZE-EXIT
003570         END-IF
003580     END-IF
003590     OPEN OUTPUT VERIFY-REPORT
003600     IF NOT BV-VRFYRPT-OK
003610         DISPLAY "BLGVERIF: UNABLE TO OPEN VERIFY-REPORT, "
003620             "STATUS = " BV-VRFYRPT-STATUS
003630         MOVE "Y" TO BV-AUTHMST-EOF-SWITCH
003640         MOVE "Y" TO BV-POSTHIST-EOF-SWITCH
003650         MOVE 12 TO BV-RETURN-CODE
003660         GO TO 1000-INITIALIZE-EXIT
003670     END-IF
003680     MOVE ZEROES TO BV-PAGE-COUNT
003690     MOVE BV-LINES-PER-PAGE TO BV-LINE-COUNT
003700     IF BV-POSTHIST-OK
003710         MOVE "Y" TO BV-AIX-CHECK-SWITCH
003720     END-IF
003730     IF NOT BV-END-OF-AUTHORS
003740         PERFORM 2100-READ-NEXT-AUTHOR
003750             THRU 2100-READ-NEXT-AUTHOR-EXIT
003760     END-IF
003770     IF NOT BV-END-OF-HISTORY
003780         PERFORM 2600-READ-NEXT-POST
003790             THRU 2600-READ-NEXT-POST-EXIT
003800     END-IF.
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    2000-CHECK-ONE-AUTHOR                                      *
003860*    KEY SEQUENCE, HASH, AND FIELD SANITY FOR ONE AUTHOR          *
003870*    RECORD.  VSAM SHOULD MAKE A SEQUENCE ERROR IMPOSSIBLE -      *
003880*    SEEING ONE MEANS THE FILE IS NOT WHAT IT CLAIMS TO BE.       *
003890******************************************************************
003900 2000-CHECK-ONE-AUTHOR.
003910     ADD 1 TO BV-AUTHOR-COUNT
003920     IF AR-AUTHOR-ID NOT > BV-PREV-AUTHOR-ID
003930         ADD 1 TO BV-SEQUENCE-ERRORS
003940         MOVE "AUTHMST"    TO BV-RPT-FILE-NAME
003950         MOVE AR-AUTHOR-ID TO BV-RPT-KEY
003960         MOVE "KEY SEQUENCE BROKEN" TO BV-RPT-EXCEPTION
003970         PERFORM 5000-WRITE-REPORT-LINE
003980             THRU 5000-WRITE-REPORT-LINE-EXIT
003990     END-IF
004000     MOVE AR-AUTHOR-ID TO BV-PREV-AUTHOR-ID
004010     IF AR-STATUS-CODE NOT = "A"
004020         AND AR-STATUS-CODE NOT = "I"
004030         AND AR-STATUS-CODE NOT = "L"
004040         AND AR-STATUS-CODE NOT = SPACE
004050         ADD 1 TO BV-SANITY-WARNINGS
004060         MOVE "AUTHMST"    TO BV-RPT-FILE-NAME
004070         MOVE AR-AUTHOR-ID TO BV-RPT-KEY
004080         MOVE "STATUS CODE NOT A, I, L, OR SPACE"
004090             TO BV-RPT-EXCEPTION
004100         PERFORM 5000-WRITE-REPORT-LINE
004110             THRU 5000-WRITE-REPORT-LINE-EXIT
004120     END-IF
004130     IF AR-DATE-BIRTH NOT NUMERIC
004140         ADD 1 TO BV-SANITY-WARNINGS
004150         MOVE "AUTHMST"    TO BV-RPT-FILE-NAME
004160         MOVE AR-AUTHOR-ID TO BV-RPT-KEY
004170         MOVE "BIRTH DATE NOT NUMERIC" TO BV-RPT-EXCEPTION
004180         PERFORM 5000-WRITE-REPORT-LINE
004190             THRU 5000-WRITE-REPORT-LINE-EXIT
004200     ELSE
004210         COMPUTE BV-AUTHOR-HASH =
004220             BV-AUTHOR-HASH
004230                 + AR-BIRTH-YEAR * 10000
004240                 + AR-BIRTH-MONTH * 100
004250                 + AR-BIRTH-DAY
004260     END-IF
004270     PERFORM 2100-READ-NEXT-AUTHOR
004280         THRU 2100-READ-NEXT-AUTHOR-EXIT.
004290 2000-CHECK-ONE-AUTHOR-EXIT.
004300     EXIT.
004310
004320 2100-READ-NEXT-AUTHOR.
004330     READ AUTHOR-MASTER
004340         AT END
004350             MOVE "Y" TO BV-AUTHMST-EOF-SWITCH
004360             GO TO 2100-READ-NEXT-AUTHOR-EXIT
004370     END-READ.
004380 2100-READ-NEXT-AUTHOR-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420*    2500-CHECK-ONE-POST                                        *
004430*    KEY SEQUENCE, HASH, AND FIELD SANITY FOR ONE POST-HISTORY    *
004440*    RECORD.  A ZERO WORD COUNT IS A WARNING, NOT A FAILURE -     *
004450*    THE PAY RUN ALREADY QUARANTINES THEM - BUT IT BELONGS ON     *
004460*    THE EXCEPTION REPORT ALL THE SAME.  THE ALTERNATE KEY        *
004470*    FIELDS MUST CARRY THE RECORD'S OWN AUTHOR AND PUBLISH DATE   *
004480*    (ZEROES WHEN THE DATE IS UNREADABLE) OR THE INDEXES FILE     *
004490*    THE POST WHERE THE MONTHLY PASSES WILL NEVER LOOK FOR IT.    *
004500******************************************************************
004510 2500-CHECK-ONE-POST.
004520     ADD 1 TO BV-POST-COUNT
004530     IF PH-POST-ID NOT > BV-PREV-POST-ID
004540         ADD 1 TO BV-SEQUENCE-ERRORS
004550         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
004560         MOVE PH-POST-ID   TO BV-RPT-KEY
004570         MOVE "KEY SEQUENCE BROKEN" TO BV-RPT-EXCEPTION
004580         PERFORM 5000-WRITE-REPORT-LINE
004590             THRU 5000-WRITE-REPORT-LINE-EXIT
004600     END-IF
004610     MOVE PH-POST-ID TO BV-PREV-POST-ID
004620     IF PH-PUBLISH-DATE NOT NUMERIC
004630         ADD 1 TO BV-SANITY-WARNINGS
004640         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
004650         MOVE PH-POST-ID   TO BV-RPT-KEY
004660         MOVE "PUBLISH DATE NOT NUMERIC" TO BV-RPT-EXCEPTION
004670         PERFORM 5000-WRITE-REPORT-LINE
004680             THRU 5000-WRITE-REPORT-LINE-EXIT
004690     END-IF
004700     IF PH-PROCESS-DATE NOT NUMERIC
004710         ADD 1 TO BV-SANITY-WARNINGS
004720         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
004730         MOVE PH-POST-ID   TO BV-RPT-KEY
004740         MOVE "PROCESS DATE NOT NUMERIC" TO BV-RPT-EXCEPTION
004750         PERFORM 5000-WRITE-REPORT-LINE
004760             THRU 5000-WRITE-REPORT-LINE-EXIT
004770     END-IF
004780     IF PH-WORD-COUNT NOT NUMERIC
004790         OR PH-WORD-COUNT = ZEROES
004800         ADD 1 TO BV-SANITY-WARNINGS
004810         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
004820         MOVE PH-POST-ID   TO BV-RPT-KEY
004830         MOVE "WORD COUNT ZERO OR NOT NUMERIC"
004840             TO BV-RPT-EXCEPTION
004850         PERFORM 5000-WRITE-REPORT-LINE
004860             THRU 5000-WRITE-REPORT-LINE-EXIT
004870     ELSE
004880         ADD PH-WORD-COUNT TO BV-POST-HASH
004890     END-IF
004900     IF PH-PUBLISH-DATE NUMERIC
004910         COMPUTE BV-EXPECT-PUB-DATE =
004920             PH-PUB-YEAR * 10000 + PH-PUB-MONTH * 100 + PH-PUB-DAY
004930     ELSE
004940         MOVE ZEROES TO BV-EXPECT-PUB-DATE
004950     END-IF
004960     IF PH-KEY-AUTHOR-ID NOT = PH-AUTHOR-ID
004970         OR PH-KEY-PUB-DATE NOT NUMERIC
004980         OR PH-KEY-PUB-DATE NOT = BV-EXPECT-PUB-DATE
004990         ADD 1 TO BV-AIX-ERRORS
005000         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
005010         MOVE PH-POST-ID   TO BV-RPT-KEY
005020         MOVE "ALTERNATE KEY DOES NOT MATCH AUTHOR/PUBLISH DATE"
005030             TO BV-RPT-EXCEPTION
005040         PERFORM 5000-WRITE-REPORT-LINE
005050             THRU 5000-WRITE-REPORT-LINE-EXIT
005060     END-IF
005070     ADD BV-EXPECT-PUB-DATE TO BV-POST-DATE-HASH
005080     PERFORM 2600-READ-NEXT-POST
005090         THRU 2600-READ-NEXT-POST-EXIT.
005100 2500-CHECK-ONE-POST-EXIT.
005110     EXIT.
005120
005130 2600-READ-NEXT-POST.
005140     READ POST-HISTORY NEXT RECORD
005150         AT END
005160             MOVE "Y" TO BV-POSTHIST-EOF-SWITCH
005170             GO TO 2600-READ-NEXT-POST-EXIT
005180     END-READ.
005190 2600-READ-NEXT-POST-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230*    2700-CHECK-AUTHOR-DATE-PATH                                 *
005240*    READS POST-HISTORY END TO END THROUGH THE AUTHOR/DATE       *
005250*    ALTERNATE INDEX, COUNTING AND HASHING WHAT THE INDEX POINTS *
005260*    AT THE SAME WAY THE BASE PASS DID.  THE KEYS MUST NEVER     *
005270*    DESCEND; DUPLICATES ARE EXPECTED.  AN EMPTY CLUSTER GIVES   *
005280*    AN INVALID KEY ON THE START AND A ZERO PASS.                *
005290******************************************************************
005300 2700-CHECK-AUTHOR-DATE-PATH.
005310     IF NOT BV-CHECK-AIX
005320         GO TO 2700-CHECK-AUTHOR-DATE-PATH-EXIT
005330     END-IF
005340     MOVE "N" TO BV-AIX-EOF-SWITCH
005350     MOVE LOW-VALUES TO PH-AUTHOR-DATE-KEY
005360     START POST-HISTORY
005370         KEY IS NOT LESS THAN PH-AUTHOR-DATE-KEY
005380         INVALID KEY
005390             GO TO 2700-CHECK-AUTHOR-DATE-PATH-EXIT
005400     END-START
005410     PERFORM 2750-CHECK-ONE-AUTHOR-DATE
005420         THRU 2750-CHECK-ONE-AUTHOR-DATE-EXIT
005430         UNTIL BV-END-OF-AIX-PATH.
005440 2700-CHECK-AUTHOR-DATE-PATH-EXIT.
005450     EXIT.
005460
005470 2750-CHECK-ONE-AUTHOR-DATE.
005480     PERFORM 2900-READ-NEXT-ON-PATH
005490         THRU 2900-READ-NEXT-ON-PATH-EXIT
005500     IF BV-END-OF-AIX-PATH
005510         GO TO 2750-CHECK-ONE-AUTHOR-DATE-EXIT
005520     END-IF
005530     ADD 1 TO BV-AD-COUNT
005540     IF PH-AUTHOR-DATE-KEY < BV-PREV-AUTHOR-DATE-KEY
005550         ADD 1 TO BV-AIX-ERRORS
005560         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
005570         MOVE PH-POST-ID   TO BV-RPT-KEY
005580         MOVE "AUTHOR/DATE INDEX OUT OF SEQUENCE"
005590             TO BV-RPT-EXCEPTION
005600         PERFORM 5000-WRITE-REPORT-LINE
005610             THRU 5000-WRITE-REPORT-LINE-EXIT
005620     END-IF
005630     MOVE PH-AUTHOR-DATE-KEY TO BV-PREV-AUTHOR-DATE-KEY
005640     IF PH-WORD-COUNT NUMERIC
005650         AND PH-WORD-COUNT NOT = ZEROES
005660         ADD PH-WORD-COUNT TO BV-AD-WORD-HASH
005670     END-IF
005680     IF PH-KEY-PUB-DATE NUMERIC
005690         COMPUTE BV-AD-DATE-HASH =
005700             BV-AD-DATE-HASH
005710                 + PH-KEY-PUB-CCYY * 10000
005720                 + PH-KEY-PUB-MM * 100
005730                 + PH-KEY-PUB-DD
005740     END-IF.
005750 2750-CHECK-ONE-AUTHOR-DATE-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790*    2800-CHECK-PUB-DATE-PATH                                    *
005800*    THE SAME END-TO-END PASS THROUGH THE PUBLISH-DATE           *
005810*    ALTERNATE INDEX THAT THE MONTHLY PROGRAMS START ON.         *
005820******************************************************************
005830 2800-CHECK-PUB-DATE-PATH.
005840     IF NOT BV-CHECK-AIX
005850         GO TO 2800-CHECK-PUB-DATE-PATH-EXIT
005860     END-IF
005870     MOVE "N" TO BV-AIX-EOF-SWITCH
005880     MOVE LOW-VALUES TO PH-KEY-PUB-DATE
005890     START POST-HISTORY
005900         KEY IS NOT LESS THAN PH-KEY-PUB-DATE
005910         INVALID KEY
005920             GO TO 2800-CHECK-PUB-DATE-PATH-EXIT
005930     END-START
005940     PERFORM 2850-CHECK-ONE-PUB-DATE
005950         THRU 2850-CHECK-ONE-PUB-DATE-EXIT
005960         UNTIL BV-END-OF-AIX-PATH.
005970 2800-CHECK-PUB-DATE-PATH-EXIT.
005980     EXIT.
005990
006000 2850-CHECK-ONE-PUB-DATE.
006010     PERFORM 2900-READ-NEXT-ON-PATH
006020         THRU 2900-READ-NEXT-ON-PATH-EXIT
006030     IF BV-END-OF-AIX-PATH
006040         GO TO 2850-CHECK-ONE-PUB-DATE-EXIT
006050     END-IF
006060     ADD 1 TO BV-PD-COUNT
006070     IF PH-KEY-PUB-DATE < BV-PREV-PUB-DATE-KEY
006080         ADD 1 TO BV-AIX-ERRORS
006090         MOVE "POSTHIST"   TO BV-RPT-FILE-NAME
006100         MOVE PH-POST-ID   TO BV-RPT-KEY
006110         MOVE "PUBLISH-DATE INDEX OUT OF SEQUENCE"
006120             TO BV-RPT-EXCEPTION
006130         PERFORM 5000-WRITE-REPORT-LINE
006140             THRU 5000-WRITE-REPORT-LINE-EXIT
006150     END-IF
006160     MOVE PH-KEY-PUB-DATE TO BV-PREV-PUB-DATE-KEY
006170     IF PH-WORD-COUNT NUMERIC
006180         AND PH-WORD-COUNT NOT = ZEROES
006190         ADD PH-WORD-COUNT TO BV-PD-WORD-HASH
006200     END-IF
006210     IF PH-KEY-PUB-DATE NUMERIC
006220         COMPUTE BV-PD-DATE-HASH =
006230             BV-PD-DATE-HASH
006240                 + PH-KEY-PUB-CCYY * 10000
006250                 + PH-KEY-PUB-MM * 100
006260                 + PH-KEY-PUB-DD
006270     END-IF.
006280 2850-CHECK-ONE-PUB-DATE-EXIT.
006290     EXIT.
006300
006310 2900-READ-NEXT-ON-PATH.
006320     READ POST-HISTORY NEXT RECORD
006330         AT END
006340             MOVE "Y" TO BV-AIX-EOF-SWITCH
006350             GO TO 2900-READ-NEXT-ON-PATH-EXIT
006360     END-READ.
006370 2900-READ-NEXT-ON-PATH-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410*    3000-BALANCE-TO-SNAPSHOT                                   *
006420*    COMPARES TONIGHT'S COUNTS AND HASH TOTALS AGAINST THE        *
006430*    SNAPSHOT THE PRIOR RUN LEFT.  ANY DIFFERENCE MEANS THE       *
006440*    MASTERS ARE NOT WHAT LAST NIGHT LEFT BEHIND AND THE          *
006450*    CYCLE MUST NOT RUN.  A MISSING SNAPSHOT (FIRST RUN, OR       *
006460*    A DELIBERATE RESET AFTER A RESTORE) ONLY WARNS.              *
006470******************************************************************
006480 3000-BALANCE-TO-SNAPSHOT.
006490     OPEN INPUT SNAPSHOT-FILE
006500     IF BV-SNAPFILE-NOT-FOUND
006510         DISPLAY "BLGVERIF: NO SNAPSHOT TO BALANCE AGAINST -- "
006520             "FIRST RUN OR DELIBERATE RESET"
006530         IF BV-RETURN-CODE < 4
006540             MOVE 4 TO BV-RETURN-CODE
006550         END-IF
006560         GO TO 3000-BALANCE-TO-SNAPSHOT-EXIT
006570     END-IF
006580     IF NOT BV-SNAPFILE-OK
006590         DISPLAY "BLGVERIF: UNABLE TO OPEN SNAPSHOT-FILE, "
006600             "STATUS = " BV-SNAPFILE-STATUS
006610         MOVE 12 TO BV-RETURN-CODE
006620         GO TO 3000-BALANCE-TO-SNAPSHOT-EXIT
006630     END-IF
006640     READ SNAPSHOT-FILE
006650         AT END
006660             CONTINUE
006670         NOT AT END
006680             MOVE "Y" TO BV-SNAP-FOUND-SWITCH
006690     END-READ
006700     CLOSE SNAPSHOT-FILE
006710     IF NOT BV-SNAPSHOT-FOUND
006720         DISPLAY "BLGVERIF: SNAPSHOT FILE IS EMPTY -- "
006730             "NOTHING TO BALANCE AGAINST"
006740         IF BV-RETURN-CODE < 4
006750             MOVE 4 TO BV-RETURN-CODE
006760         END-IF
006770         GO TO 3000-BALANCE-TO-SNAPSHOT-EXIT
006780     END-IF
006790     MOVE "AUTHOR RECORDS..........: " TO BV-RPT-CMP-ITEM
006800     MOVE SN-AUTHOR-COUNT TO BV-RPT-CMP-SNAP
006810     MOVE BV-AUTHOR-COUNT TO BV-RPT-CMP-ACTUAL
006820     PERFORM 3100-JUDGE-ONE-COMPARE
006830         THRU 3100-JUDGE-ONE-COMPARE-EXIT
006840     IF SN-AUTHOR-COUNT NOT = BV-AUTHOR-COUNT
006850         MOVE 12 TO BV-RETURN-CODE
006860     END-IF
006870     MOVE "AUTHOR HASH TOTAL.......: " TO BV-RPT-CMP-ITEM
006880     MOVE SN-AUTHOR-HASH TO BV-RPT-CMP-SNAP
006890     MOVE BV-AUTHOR-HASH TO BV-RPT-CMP-ACTUAL
006900     PERFORM 3100-JUDGE-ONE-COMPARE
006910         THRU 3100-JUDGE-ONE-COMPARE-EXIT
006920     IF SN-AUTHOR-HASH NOT = BV-AUTHOR-HASH
006930         MOVE 12 TO BV-RETURN-CODE
006940     END-IF
006950     MOVE "POST RECORDS............: " TO BV-RPT-CMP-ITEM
006960     MOVE SN-POST-COUNT TO BV-RPT-CMP-SNAP
006970     MOVE BV-POST-COUNT TO BV-RPT-CMP-ACTUAL
006980     PERFORM 3100-JUDGE-ONE-COMPARE
006990         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007000     IF SN-POST-COUNT NOT = BV-POST-COUNT
007010         MOVE 12 TO BV-RETURN-CODE
007020     END-IF
007030     MOVE "POST HASH TOTAL.........: " TO BV-RPT-CMP-ITEM
007040     MOVE SN-POST-HASH TO BV-RPT-CMP-SNAP
007050     MOVE BV-POST-HASH TO BV-RPT-CMP-ACTUAL
007060     PERFORM 3100-JUDGE-ONE-COMPARE
007070         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007080     IF SN-POST-HASH NOT = BV-POST-HASH
007090         MOVE 12 TO BV-RETURN-CODE
007100     END-IF.
007110 3000-BALANCE-TO-SNAPSHOT-EXIT.
007120     EXIT.
007130
007140 3100-JUDGE-ONE-COMPARE.
007150     IF BV-RPT-CMP-SNAP = BV-RPT-CMP-ACTUAL
007160         MOVE "BALANCED"       TO BV-RPT-CMP-STATUS
007170     ELSE
007180         MOVE "OUT OF BALANCE" TO BV-RPT-CMP-STATUS
007190     END-IF
007200     IF BV-LINE-COUNT NOT LESS THAN BV-LINES-PER-PAGE
007210         PERFORM 5100-PRINT-PAGE-HEADERS
007220             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007230     END-IF
007240     WRITE VF-PRINT-LINE FROM BV-RPT-COMPARE-LINE
007250     ADD 1 TO BV-LINE-COUNT.
007260 3100-JUDGE-ONE-COMPARE-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    3600-BALANCE-ALTERNATE-INDEXES                              *
007310*    BALANCES WHAT EACH ALTERNATE INDEX PATH DELIVERED AGAINST   *
007320*    THE BASE CLUSTER PASS - SAME RECORD COUNT, SAME WORD-COUNT  *
007330*    HASH, SAME PUBLISH-DATE HASH.  RUNS IN BOTH MODES: AN INDEX *
007340*    OUT OF STEP WITH ITS CLUSTER WOULD HAVE THE MONTHLY PASSES  *
007350*    SILENTLY MISS POSTS, SO IT STOPS THE CYCLE LIKE ANY OTHER   *
007360*    BALANCING FAILURE.  THE CURE IS A BLDINDEX, NOT A RESTORE.  *
007370******************************************************************
007380 3600-BALANCE-ALTERNATE-INDEXES.
007390     IF NOT BV-CHECK-AIX
007400         GO TO 3600-BALANCE-ALTERNATE-INDEXES-EXIT
007410     END-IF
007420     IF BV-LINE-COUNT NOT LESS THAN BV-LINES-PER-PAGE
007430         PERFORM 5100-PRINT-PAGE-HEADERS
007440             THRU 5100-PRINT-PAGE-HEADERS-EXIT
007450     END-IF
007460     WRITE VF-PRINT-LINE FROM SPACES
007470     WRITE VF-PRINT-LINE FROM BV-RPT-AIX-CAPTION
007480     ADD 2 TO BV-LINE-COUNT
007490     MOVE "AUTHOR/DATE AIX RECORDS.: " TO BV-RPT-CMP-ITEM
007500     MOVE BV-POST-COUNT TO BV-RPT-CMP-SNAP
007510     MOVE BV-AD-COUNT TO BV-RPT-CMP-ACTUAL
007520     PERFORM 3100-JUDGE-ONE-COMPARE
007530         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007540     IF BV-POST-COUNT NOT = BV-AD-COUNT
007550         MOVE "Y" TO BV-AIX-BAD-SWITCH
007560     END-IF
007570     MOVE "AUTHOR/DATE AIX WORDS...: " TO BV-RPT-CMP-ITEM
007580     MOVE BV-POST-HASH TO BV-RPT-CMP-SNAP
007590     MOVE BV-AD-WORD-HASH TO BV-RPT-CMP-ACTUAL
007600     PERFORM 3100-JUDGE-ONE-COMPARE
007610         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007620     IF BV-POST-HASH NOT = BV-AD-WORD-HASH
007630         MOVE "Y" TO BV-AIX-BAD-SWITCH
007640     END-IF
007650     MOVE "AUTHOR/DATE AIX DATES...: " TO BV-RPT-CMP-ITEM
007660     MOVE BV-POST-DATE-HASH TO BV-RPT-CMP-SNAP
007670     MOVE BV-AD-DATE-HASH TO BV-RPT-CMP-ACTUAL
007680     PERFORM 3100-JUDGE-ONE-COMPARE
007690         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007700     IF BV-POST-DATE-HASH NOT = BV-AD-DATE-HASH
007710         MOVE "Y" TO BV-AIX-BAD-SWITCH
007720     END-IF
007730     MOVE "PUBLISH-DATE AIX RECORDS: " TO BV-RPT-CMP-ITEM
007740     MOVE BV-POST-COUNT TO BV-RPT-CMP-SNAP
007750     MOVE BV-PD-COUNT TO BV-RPT-CMP-ACTUAL
007760     PERFORM 3100-JUDGE-ONE-COMPARE
007770         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007780     IF BV-POST-COUNT NOT = BV-PD-COUNT
007790         MOVE "Y" TO BV-AIX-BAD-SWITCH
007800     END-IF
007810     MOVE "PUBLISH-DATE AIX WORDS..: " TO BV-RPT-CMP-ITEM
007820     MOVE BV-POST-HASH TO BV-RPT-CMP-SNAP
007830     MOVE BV-PD-WORD-HASH TO BV-RPT-CMP-ACTUAL
007840     PERFORM 3100-JUDGE-ONE-COMPARE
007850         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007860     IF BV-POST-HASH NOT = BV-PD-WORD-HASH
007870         MOVE "Y" TO BV-AIX-BAD-SWITCH
007880     END-IF
007890     MOVE "PUBLISH-DATE AIX DATES..: " TO BV-RPT-CMP-ITEM
007900     MOVE BV-POST-DATE-HASH TO BV-RPT-CMP-SNAP
007910     MOVE BV-PD-DATE-HASH TO BV-RPT-CMP-ACTUAL
007920     PERFORM 3100-JUDGE-ONE-COMPARE
007930         THRU 3100-JUDGE-ONE-COMPARE-EXIT
007940     IF BV-POST-DATE-HASH NOT = BV-PD-DATE-HASH
007950         MOVE "Y" TO BV-AIX-BAD-SWITCH
007960     END-IF
007970     IF BV-AIX-ERRORS > ZEROES
007980         MOVE "Y" TO BV-AIX-BAD-SWITCH
007990     END-IF
008000     IF BV-AIX-OUT-OF-STEP
008010         MOVE 12 TO BV-RETURN-CODE
008020     END-IF.
008030 3600-BALANCE-ALTERNATE-INDEXES-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070*    4000-WRITE-SNAPSHOT                                        *
008080*    END-OF-CYCLE MODE: REWRITES THE SNAPSHOT FROM WHAT THE       *
008090*    MASTERS HOLD NOW, SO TOMORROW'S VERIFY PASS KNOWS WHAT       *
008100*    TONIGHT LEFT BEHIND.                                         *
008110******************************************************************
008120 4000-WRITE-SNAPSHOT.
008130     OPEN OUTPUT SNAPSHOT-FILE
008140     IF NOT BV-SNAPFILE-OK
008150         DISPLAY "BLGVERIF: UNABLE TO OPEN SNAPSHOT-FILE, "
008160             "STATUS = " BV-SNAPFILE-STATUS
008170         MOVE 12 TO BV-RETURN-CODE
008180         GO TO 4000-WRITE-SNAPSHOT-EXIT
008190     END-IF
008200     MOVE SPACES TO SNAPSHOT-RECORD
008210     COMPUTE SN-SNAP-DATE =
008220         BV-CURR-YEAR * 10000
008230             + BV-CURR-MONTH * 100 + BV-CURR-DAY
008240     MOVE BV-AUTHOR-COUNT TO SN-AUTHOR-COUNT
008250     MOVE BV-AUTHOR-HASH  TO SN-AUTHOR-HASH
008260     MOVE BV-POST-COUNT   TO SN-POST-COUNT
008270     MOVE BV-POST-HASH    TO SN-POST-HASH
008280     WRITE SNAPSHOT-RECORD
008290     CLOSE SNAPSHOT-FILE.
008300 4000-WRITE-SNAPSHOT-EXIT.
008310     EXIT.
008320
008330******************************************************************
008340*    3500-PRINT-RUN-TOTALS                                      *
008350*    THE EXCEPTION COUNTS AND THE VERDICT.  THE HEADERS PRINT     *
008360*    EVEN ON A CLEAN NIGHT SO THE MORNING CHECK SEES THE          *
008370*    VERIFY RAN AND PASSED.                                       *
008380******************************************************************
008390 3500-PRINT-RUN-TOTALS.
008400     IF NOT BV-VRFYRPT-OK
008410         GO TO 3500-PRINT-RUN-TOTALS-EXIT
008420     END-IF
008430     IF BV-PAGE-COUNT = ZEROES
008440         PERFORM 5100-PRINT-PAGE-HEADERS
008450             THRU 5100-PRINT-PAGE-HEADERS-EXIT
008460     END-IF
008470     IF BV-SEQUENCE-ERRORS > ZEROES
008480         MOVE 12 TO BV-RETURN-CODE
008490     END-IF
008500     IF BV-SANITY-WARNINGS > ZEROES
008510         AND BV-RETURN-CODE < 4
008520         MOVE 4 TO BV-RETURN-CODE
008530     END-IF
008540     MOVE BV-SEQUENCE-ERRORS TO BV-RPT-TOT-SEQ
008550     MOVE BV-SANITY-WARNINGS TO BV-RPT-TOT-SANITY
008560     MOVE BV-AIX-ERRORS      TO BV-RPT-TOT-AIX
008570     WRITE VF-PRINT-LINE FROM SPACES
008580     WRITE VF-PRINT-LINE FROM BV-RPT-TOTAL-LINE-1
008590     WRITE VF-PRINT-LINE FROM BV-RPT-TOTAL-LINE-2
008600     WRITE VF-PRINT-LINE FROM BV-RPT-TOTAL-LINE-3
008610     WRITE VF-PRINT-LINE FROM SPACES
008620     EVALUATE TRUE
008630         WHEN BV-AIX-OUT-OF-STEP
008640             MOVE "*** ALTERNATE INDEX OUT OF STEP - CYCLE "
008650                 TO BV-RPT-VERDICT
008660             MOVE "MUST NOT RUN ***" TO BV-RPT-VERDICT (41:16)
008670         WHEN BV-MODE-SNAPSHOT
008680             MOVE "SNAPSHOT REWRITTEN FROM TONIGHT'S MASTERS"
008690                 TO BV-RPT-VERDICT
008700         WHEN BV-RETURN-CODE > 4
008710             MOVE "*** MASTERS DO NOT MATCH LAST NIGHT - CYCLE "
008720                 TO BV-RPT-VERDICT
008730             MOVE "MUST NOT RUN ***" TO BV-RPT-VERDICT (45:16)
008740         WHEN OTHER
008750             MOVE "MASTERS MATCH WHAT LAST NIGHT LEFT BEHIND"
008760                 TO BV-RPT-VERDICT
008770     END-EVALUATE
008780     WRITE VF-PRINT-LINE FROM BV-RPT-VERDICT-LINE.
008790 3500-PRINT-RUN-TOTALS-EXIT.
008800     EXIT.
008810
008820 5000-WRITE-REPORT-LINE.
008830     IF BV-LINE-COUNT NOT LESS THAN BV-LINES-PER-PAGE
008840         PERFORM 5100-PRINT-PAGE-HEADERS
008850             THRU 5100-PRINT-PAGE-HEADERS-EXIT
008860     END-IF
008870     WRITE VF-PRINT-LINE FROM BV-RPT-DETAIL-LINE
008880     ADD 1 TO BV-LINE-COUNT.
008890 5000-WRITE-REPORT-LINE-EXIT.
008900     EXIT.
008910
008920 5100-PRINT-PAGE-HEADERS.
008930     ADD 1 TO BV-PAGE-COUNT
008940     MOVE BV-PAGE-COUNT TO BV-RPT-PAGE-NO
008950     MOVE BV-CURR-MONTH TO BV-RPT-RUN-MONTH
008960     MOVE BV-CURR-DAY   TO BV-RPT-RUN-DAY
008970     MOVE BV-CURR-YEAR  TO BV-RPT-RUN-YEAR
008980     IF BV-PAGE-COUNT > 1
008990         WRITE VF-PRINT-LINE FROM SPACES
009000     END-IF
009010     WRITE VF-PRINT-LINE FROM BV-RPT-HEADER-1
009020     WRITE VF-PRINT-LINE FROM BV-RPT-HEADER-2
009030     MOVE ZEROES TO BV-LINE-COUNT.
009040 5100-PRINT-PAGE-HEADERS-EXIT.
009050     EXIT.
009060
009070 9999-TERMINATE.
009080     IF BV-AUTHMST-OK OR BV-AUTHMST-EOF
009090         CLOSE AUTHOR-MASTER
009100     END-IF
009110     IF BV-POSTHIST-OK OR BV-POSTHIST-EOF
009120         OR BV-POSTHIST-NO-RECORD
009130         CLOSE POST-HISTORY
009140     END-IF
009150     IF BV-VRFYRPT-OK
009160         CLOSE VERIFY-REPORT
009170     END-IF.
009180 9999-TERMINATE-EXIT.
009190     EXIT.
