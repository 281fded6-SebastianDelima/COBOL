000310*                     FALLING INTO THE UNRECOGNIZED BUCKET,      *
000320*                     WHICH WOULD HAVE WITHHELD THE PUBLISH      *
000330*                     FLAG ON EVERY RETRACTION NIGHT.            *
000340*    2026-10-15  SDL  UPDATE ROWS APPENDED BY THE AMENDMENT      *
000350*                     STEP (UPD TAG) ARE NOW COUNTED AND         *
000360*                     REPORTED AS THEIR OWN LINE, THE SAME WAY   *
000370*                     AS THE RETRACTION DELETE ROWS.             *
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     BLGRECON.
000410 AUTHOR.         SEBASTIAN DE LIMA.
000420 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000430 DATE-WRITTEN.   2026-08-22.
000440 DATE-COMPILED.  2026-08-22.
000450
000460******************************************************************
000470*    ENVIRONMENT DIVISION                                       *
000480******************************************************************
000490 ENVIRONMENT DIVISION.
000500
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    MACBOOK-PRO.
000530 OBJECT-COMPUTER.    MACBOOK-PRO.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CMS-EXPORT       ASSIGN TO CMSEXPRT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS BR-CMSEXPRT-STATUS.
000610
000620     SELECT CONTROL-TOTALS   ASSIGN TO CTLTOTS
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS BR-CTLTOTS-STATUS.
000660
000670     SELECT BALANCE-REPORT   ASSIGN TO BALRPT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS BR-BALRPT-STATUS.
000710
000720     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL
000750         FILE STATUS IS BR-NIGHTLOG-STATUS.
000760
000770******************************************************************
000780*    DATA DIVISION                                              *
000790******************************************************************
000800 DATA DIVISION.
000810
000820 FILE SECTION.
000830 FD  CMS-EXPORT
000840     LABEL RECORDS ARE STANDARD.
000850 01  CE-EXPORT-LINE              PIC X(132).
000860
000870 FD  CONTROL-TOTALS
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CTLREC.
000900
000910 FD  BALANCE-REPORT
000920     LABEL RECORDS ARE STANDARD.
000930 01  BL-PRINT-LINE               PIC X(132).
000940
000950 FD  NIGHT-LOG
000960     LABEL RECORDS ARE STANDARD.
000970     COPY NSUMREC.
000980
000990 WORKING-STORAGE SECTION.
001000******************************************************************
001010*    FILE STATUS SWITCHES                                       *
001020******************************************************************
001030 01  BR-CMSEXPRT-STATUS      PIC X(02).
001040     88  BR-CMSEXPRT-OK              VALUE "00".
001050     88  BR-CMSEXPRT-EOF             VALUE "10".
001060
001070 01  BR-CTLTOTS-STATUS       PIC X(02).
001080     88  BR-CTLTOTS-OK               VALUE "00".
001090     88  BR-CTLTOTS-EOF              VALUE "10".
001100
001110 01  BR-BALRPT-STATUS        PIC X(02).
001120     88  BR-BALRPT-OK                VALUE "00".
001130
001140 01  BR-NIGHTLOG-STATUS      PIC X(02).
001150     88  BR-NIGHTLOG-OK              VALUE "00".
001160     88  BR-NIGHTLOG-NOT-FOUND       VALUE "35".
001170
001180******************************************************************
001190*    PROGRAM SWITCHES                                           *
001200******************************************************************
001210 77  BR-EXPORT-EOF-SWITCH    PIC X(01) VALUE "N".
001220     88  BR-END-OF-EXPORT            VALUE "Y".
001230
001240 77  BR-CONTROL-FOUND-SW     PIC X(01) VALUE "N".
001250     88  BR-CONTROL-FOUND            VALUE "Y".
001260
001270 77  BR-BALANCED-SWITCH      PIC X(01) VALUE "Y".
001280     88  BR-RUN-BALANCED             VALUE "Y".
001290     88  BR-RUN-OUT-OF-BALANCE       VALUE "N".
001300
001310******************************************************************
001320*    EXPORT ROW COUNTS, TAKEN FROM THE ROW TAG IN COLUMN ONE     *
001330*    OF EACH CMS EXPORT LINE                                     *
001340******************************************************************
001350 77  BR-HEADER-ROWS          PIC 9(05) VALUE ZEROES.
001360 77  BR-AUTHOR-ROWS          PIC 9(05) VALUE ZEROES.
001370 77  BR-POST-ROWS            PIC 9(05) VALUE ZEROES.
001380 77  BR-UNKNOWN-ROWS         PIC 9(05) VALUE ZEROES.
001390 77  BR-DELETE-ROWS          PIC 9(05) VALUE ZEROES.
001400 77  BR-UPDATE-ROWS          PIC 9(05) VALUE ZEROES.
001410
001420 77  BR-AUTHOR-DIFF          PIC S9(05) VALUE ZEROES.
001430 77  BR-POST-DIFF            PIC S9(05) VALUE ZEROES.
001440
001450 77  BR-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001460
001470 01  BR-CURRENT-DATE-FIELDS.
001480     05  BR-CURR-YEAR         PIC 9(04).
001490     05  BR-CURR-MONTH        PIC 9(02).
001500     05  BR-CURR-DAY          PIC 9(02).
001510     05  FILLER               PIC X(13).
001520
001530******************************************************************
001540*    BALANCING REPORT PRINT LINES                                *
001550******************************************************************
001560 01  BR-RPT-HEADER-1.
001570     05  FILLER                  PIC X(34)
001580             VALUE "BLGRECON CMS EXPORT BALANCE REPORT".
001590     05  FILLER                  PIC X(06) VALUE SPACES.
001600     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
001610     05  BR-RPT-RUN-MONTH        PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE "/".
001630     05  BR-RPT-RUN-DAY          PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE "/".
001650     05  BR-RPT-RUN-YEAR         PIC 9(04).
001660
001670 01  BR-RPT-HEADER-2.
001680     05  FILLER                  PIC X(26) VALUE "ITEM".
001690     05  FILLER                  PIC X(10) VALUE "EXPECTED".
001700     05  FILLER                  PIC X(10) VALUE "ACTUAL".
001710     05  FILLER                  PIC X(12) VALUE "DIFFERENCE".
001720     05  FILLER                  PIC X(14) VALUE "STATUS".
001730
001740 01  BR-RPT-BALANCE-LINE.
001750     05  BR-RPT-ITEM             PIC X(26).
001760     05  BR-RPT-EXPECTED         PIC ZZZZ9.
001770     05  FILLER                  PIC X(05) VALUE SPACES.
001780     05  BR-RPT-ACTUAL           PIC ZZZZ9.
001790     05  FILLER                  PIC X(05) VALUE SPACES.
001800     05  BR-RPT-DIFFERENCE       PIC -ZZZZ9.
001810     05  FILLER                  PIC X(06) VALUE SPACES.
001820     05  BR-RPT-STATUS           PIC X(14).
001830
001840 01  BR-RPT-INFO-LINE.
001850     05  BR-RPT-INFO-TEXT        PIC X(26).
001860     05  BR-RPT-INFO-COUNT       PIC ZZZZ9.
001870
001880 01  BR-RPT-VERDICT-LINE.
001890     05  BR-RPT-VERDICT          PIC X(60).
001900
001910******************************************************************
001920*    PROCEDURE DIVISION                                         *
001930******************************************************************
001940 PROCEDURE DIVISION.
001950
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE
001980         THRU 1000-INITIALIZE-EXIT
001990     PERFORM 2000-COUNT-EXPORT-ROWS
002000         THRU 2000-COUNT-EXPORT-ROWS-EXIT
002010         UNTIL BR-END-OF-EXPORT
002020     PERFORM 3000-BALANCE-AND-REPORT
002030         THRU 3000-BALANCE-AND-REPORT-EXIT
002040     PERFORM 7000-WRITE-NIGHT-SUMMARY
002050         THRU 7000-WRITE-NIGHT-SUMMARY-EXIT
002060     PERFORM 9999-TERMINATE
002070         THRU 9999-TERMINATE-EXIT
002080     MOVE BR-RETURN-CODE TO RETURN-CODE
002090     STOP RUN.
002100
002110 1000-INITIALIZE.
002120     MOVE FUNCTION CURRENT-DATE TO BR-CURRENT-DATE-FIELDS
002130     OPEN INPUT CMS-EXPORT
002140     IF NOT BR-CMSEXPRT-OK
002150         DISPLAY "BLGRECON: UNABLE TO OPEN CMS-EXPORT, "
002160             "STATUS = " BR-CMSEXPRT-STATUS
002170         MOVE "Y" TO BR-EXPORT-EOF-SWITCH
002180         MOVE 12 TO BR-RETURN-CODE
002190         GO TO 1000-INITIALIZE-EXIT
002200     END-IF
002210     OPEN INPUT CONTROL-TOTALS
002220     IF NOT BR-CTLTOTS-OK
002230         DISPLAY "BLGRECON: UNABLE TO OPEN CONTROL-TOTALS, "
002240             "STATUS = " BR-CTLTOTS-STATUS
002250         MOVE "Y" TO BR-EXPORT-EOF-SWITCH
002260         MOVE 12 TO BR-RETURN-CODE
002270         GO TO 1000-INITIALIZE-EXIT
002280     END-IF
002290     OPEN OUTPUT BALANCE-REPORT
002300     IF NOT BR-BALRPT-OK
002310         DISPLAY "BLGRECON: UNABLE TO OPEN BALANCE-REPORT, "
002320             "STATUS = " BR-BALRPT-STATUS
002330         MOVE "Y" TO BR-EXPORT-EOF-SWITCH
002340         MOVE 12 TO BR-RETURN-CODE
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF
002370     PERFORM 1500-READ-CONTROL-RECORD
002380         THRU 1500-READ-CONTROL-RECORD-EXIT.
002390 1000-INITIALIZE-EXIT.
002400     EXIT.
002410
002420 1500-READ-CONTROL-RECORD.
002430     READ CONTROL-TOTALS
002440         AT END
002450             DISPLAY "BLGRECON: CONTROL-TOTALS FILE IS EMPTY -- "
002460                 "NOTHING TO BALANCE AGAINST"
002470             GO TO 1500-READ-CONTROL-RECORD-EXIT
002480     END-READ
002490     MOVE "Y" TO BR-CONTROL-FOUND-SW.
002500 1500-READ-CONTROL-RECORD-EXIT.
002510     EXIT.
002520
002530******************************************************************
002540*    2000-COUNT-EXPORT-ROWS                                     *
002550*    TALLIES EACH CMS EXPORT LINE BY THE ROW TAG BLOGPOST        *
002560*    WRITES IN COLUMN ONE.  A LINE WITH NO KNOWN TAG IS COUNTED  *
002570*    SEPARATELY AND TREATED AS AN OUT-OF-BALANCE CONDITION.      *
002580******************************************************************
002590 2000-COUNT-EXPORT-ROWS.
002600     READ CMS-EXPORT
002610         AT END
002620             MOVE "Y" TO BR-EXPORT-EOF-SWITCH
002630             GO TO 2000-COUNT-EXPORT-ROWS-EXIT
002640     END-READ
002650     EVALUATE TRUE
002660         WHEN CE-EXPORT-LINE (1:7) = "AUTHOR|"
002670             ADD 1 TO BR-AUTHOR-ROWS
002680         WHEN CE-EXPORT-LINE (1:5) = "POST|"
002690             ADD 1 TO BR-POST-ROWS
002700         WHEN CE-EXPORT-LINE (1:4) = "HDR|"
002710             ADD 1 TO BR-HEADER-ROWS
002720         WHEN CE-EXPORT-LINE (1:4) = "DEL|"
002730             ADD 1 TO BR-DELETE-ROWS
002740         WHEN CE-EXPORT-LINE (1:4) = "UPD|"
002750             ADD 1 TO BR-UPDATE-ROWS
002760         WHEN OTHER
002770             ADD 1 TO BR-UNKNOWN-ROWS
002780     END-EVALUATE.
002790 2000-COUNT-EXPORT-ROWS-EXIT.
002800     EXIT.
002810
002820******************************************************************
002830*    3000-BALANCE-AND-REPORT                                    *
002840*    ONE BALANCE LINE PER CONTROL TOTAL, A VERDICT LINE, AND     *
002850*    THE RETURN CODE THE IFOK TEST KEYS ON.  A MISSING CONTROL   *
002860*    RECORD OR ANY UNTAGGED EXPORT ROW IS OUT OF BALANCE BY      *
002870*    DEFINITION.                                                 *
002880******************************************************************
002890 3000-BALANCE-AND-REPORT.
002900     IF NOT BR-BALRPT-OK
002910         GO TO 3000-BALANCE-AND-REPORT-EXIT
002920     END-IF
002930     MOVE "Y" TO BR-BALANCED-SWITCH
002940     IF BR-CONTROL-FOUND
002950         MOVE CT-RUN-MONTH TO BR-RPT-RUN-MONTH
002960         MOVE CT-RUN-DAY   TO BR-RPT-RUN-DAY
002970         MOVE CT-RUN-YEAR  TO BR-RPT-RUN-YEAR
002980     ELSE
002990         MOVE ZEROES TO BR-RPT-RUN-MONTH
003000         MOVE ZEROES TO BR-RPT-RUN-DAY
003010         MOVE ZEROES TO BR-RPT-RUN-YEAR
003020         MOVE "N" TO BR-BALANCED-SWITCH
003030     END-IF
003040     WRITE BL-PRINT-LINE FROM BR-RPT-HEADER-1
003050     WRITE BL-PRINT-LINE FROM BR-RPT-HEADER-2
003060     IF BR-CONTROL-FOUND
003070         PERFORM 3100-BALANCE-AUTHORS
003080             THRU 3100-BALANCE-AUTHORS-EXIT
003090         PERFORM 3200-BALANCE-POSTS
003100             THRU 3200-BALANCE-POSTS-EXIT
003110     END-IF
003120     MOVE "POSTS READ FROM FEED....: " TO BR-RPT-INFO-TEXT
003130     IF BR-CONTROL-FOUND
003140         MOVE CT-POSTS-READ TO BR-RPT-INFO-COUNT
003150     ELSE
003160         MOVE ZEROES        TO BR-RPT-INFO-COUNT
003170     END-IF
003180     WRITE BL-PRINT-LINE FROM BR-RPT-INFO-LINE
003190     MOVE "HEADER ROWS ON EXPORT...: " TO BR-RPT-INFO-TEXT
003200     MOVE BR-HEADER-ROWS TO BR-RPT-INFO-COUNT
003210     WRITE BL-PRINT-LINE FROM BR-RPT-INFO-LINE
003220     MOVE "DELETE ROWS ON EXPORT...: " TO BR-RPT-INFO-TEXT
003230     MOVE BR-DELETE-ROWS TO BR-RPT-INFO-COUNT
003240     WRITE BL-PRINT-LINE FROM BR-RPT-INFO-LINE
003250     MOVE "UPDATE ROWS ON EXPORT...: " TO BR-RPT-INFO-TEXT
003260     MOVE BR-UPDATE-ROWS TO BR-RPT-INFO-COUNT
003270     WRITE BL-PRINT-LINE FROM BR-RPT-INFO-LINE
003280     MOVE "UNRECOGNIZED ROWS.......: " TO BR-RPT-INFO-TEXT
003290     MOVE BR-UNKNOWN-ROWS TO BR-RPT-INFO-COUNT
003300     WRITE BL-PRINT-LINE FROM BR-RPT-INFO-LINE
003310     IF BR-UNKNOWN-ROWS > ZEROES
003320         MOVE "N" TO BR-BALANCED-SWITCH
003330     END-IF
003340     WRITE BL-PRINT-LINE FROM SPACES
003350     IF BR-RUN-BALANCED
003360         MOVE "EXPORT BALANCES TO THE RUN CONTROL TOTALS"
003370             TO BR-RPT-VERDICT
003380     ELSE
003390         MOVE "*** EXPORT IS OUT OF BALANCE - PUBLISH FLAG "
003400             TO BR-RPT-VERDICT
003410         MOVE "WITHHELD ***" TO BR-RPT-VERDICT (45:12)
003420         MOVE 8 TO BR-RETURN-CODE
003430     END-IF
003440     WRITE BL-PRINT-LINE FROM BR-RPT-VERDICT-LINE.
003450 3000-BALANCE-AND-REPORT-EXIT.
003460     EXIT.
003470
003480 3100-BALANCE-AUTHORS.
003490     MOVE "AUTHOR ROWS.............: " TO BR-RPT-ITEM
003500     MOVE CT-AUTHORS-EXPORTED TO BR-RPT-EXPECTED
003510     MOVE BR-AUTHOR-ROWS      TO BR-RPT-ACTUAL
003520     COMPUTE BR-AUTHOR-DIFF =
003530         BR-AUTHOR-ROWS - CT-AUTHORS-EXPORTED
003540     MOVE BR-AUTHOR-DIFF      TO BR-RPT-DIFFERENCE
003550     IF BR-AUTHOR-DIFF = ZEROES
003560         MOVE "BALANCED"       TO BR-RPT-STATUS
003570     ELSE
003580         MOVE "OUT OF BALANCE" TO BR-RPT-STATUS
003590         MOVE "N" TO BR-BALANCED-SWITCH
003600     END-IF
003610     WRITE BL-PRINT-LINE FROM BR-RPT-BALANCE-LINE.
003620 3100-BALANCE-AUTHORS-EXIT.
003630     EXIT.
003640
003650 3200-BALANCE-POSTS.
003660     MOVE "POST ROWS...............: " TO BR-RPT-ITEM
003670     MOVE CT-POSTS-EXPORTED   TO BR-RPT-EXPECTED
003680     MOVE BR-POST-ROWS        TO BR-RPT-ACTUAL
003690     COMPUTE BR-POST-DIFF =
003700         BR-POST-ROWS - CT-POSTS-EXPORTED
003710     MOVE BR-POST-DIFF        TO BR-RPT-DIFFERENCE
003720     IF BR-POST-DIFF = ZEROES
003730         MOVE "BALANCED"       TO BR-RPT-STATUS
003740     ELSE
003750         MOVE "OUT OF BALANCE" TO BR-RPT-STATUS
003760         MOVE "N" TO BR-BALANCED-SWITCH
003770     END-IF
003780     WRITE BL-PRINT-LINE FROM BR-RPT-BALANCE-LINE.
003790 3200-BALANCE-POSTS-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830*    7000-WRITE-NIGHT-SUMMARY                                   *
003840*    APPENDS THE RUN'S RETURN CODE AND EXPORT ROW COUNTS TO      *
003850*    THE NIGHT'S STEP-SUMMARY LOG FOR THE BLGNIGHT ONE-PAGE      *
003860*    SUMMARY.  A LOG THAT CANNOT BE OPENED ONLY COSTS THE        *
003870*    SUMMARY LINE, NEVER THE BALANCING RUN.                      *
003880******************************************************************
003890 7000-WRITE-NIGHT-SUMMARY.
003900     OPEN EXTEND NIGHT-LOG
003910     IF BR-NIGHTLOG-NOT-FOUND
003920         OPEN OUTPUT NIGHT-LOG
003930     END-IF
003940     IF NOT BR-NIGHTLOG-OK
003950         DISPLAY "BLGRECON: UNABLE TO OPEN NIGHT-LOG, "
003960             "STATUS = " BR-NIGHTLOG-STATUS
003970             " -- NO SUMMARY LINE THIS RUN"
003980         GO TO 7000-WRITE-NIGHT-SUMMARY-EXIT
003990     END-IF
004000     MOVE SPACES          TO NIGHT-SUMMARY-RECORD
004010     MOVE "BLGRECON"      TO NS-PROGRAM-ID
004020     COMPUTE NS-RUN-DATE =
004030         BR-CURR-YEAR * 10000
004040             + BR-CURR-MONTH * 100 + BR-CURR-DAY
004050     MOVE BR-RETURN-CODE  TO NS-RETURN-CODE
004060     MOVE BR-AUTHOR-ROWS  TO NS-COUNT-READ
004070     MOVE BR-POST-ROWS    TO NS-COUNT-GOOD
004080     MOVE BR-UNKNOWN-ROWS TO NS-COUNT-REJECT
004090     MOVE ZEROES          TO NS-COUNT-HELD
004100     MOVE ZEROES          TO NS-COUNT-RELEASED
004110     WRITE NIGHT-SUMMARY-RECORD
004120     CLOSE NIGHT-LOG.
004130 7000-WRITE-NIGHT-SUMMARY-EXIT.
004140     EXIT.
004150
004160 9999-TERMINATE.
004170     IF BR-CMSEXPRT-OK OR BR-CMSEXPRT-EOF
004180         CLOSE CMS-EXPORT
004190     END-IF
004200     IF BR-CTLTOTS-OK OR BR-CTLTOTS-EOF
004210         CLOSE CONTROL-TOTALS
004220     END-IF
004230     IF BR-BALRPT-OK
004240         CLOSE BALANCE-REPORT
004250     END-IF.
004260 9999-TERMINATE-EXIT.
004270     EXIT.
