000040*    DESCRIPTION   ONE-PAGE NIGHT-OPERATIONS SUMMARY FOR THE     *
000050*                  BLGPOST0 CYCLE.  READS THE STEP-SUMMARY LOG   *
000060*                  EACH STEP OF THE NIGHT APPENDS (AUTHMNT,      *
000070*                  CATMNT, SERMNT, BLOGEDIT, BLOGPOST, POSTRTRC, *
000080*                  POSTAMND, BLGRECON) AND THE RUN CONTROL       *
000090*                  TOTALS, AND PRINTS ONE PAGE                   *
000100*                  THE MORNING CHECK CAN READ AT A GLANCE:       *
000110*                  EACH STEP'S RETURN CODE AND HEADLINE          *
000120*                  COUNTS, THE CONTROL-TOTAL FIGURES, THE        *
000130*                  POSTS HELD AND RELEASED BY THE PENDING        *
000140*                  SWEEP, AND WHETHER THE PUBLISH FLAG WAS SET   *
000150*                  - AND WHY NOT IF IT WAS NOT.  UNDER EACH OF   *
000160*                  THE FOUR MAINTENANCE FEEDS (AUTHMNT, CATMNT,  *
000170*                  SERMNT, POSTRTRC) A LINE SAYS WHETHER         *
000180*                  TONIGHT'S BATCH WAS APPLIED, REFUSED AS A     *
000190*                  DUPLICATE, OR REJECTED OUT OF BALANCE.  ALSO  *
000200*                  WRITES THE SHORT FIXED-FORMAT NIGHT-STATUS    *
000210*                  RECORD THE SCHEDULER TESTS.                   *
000220*                                                                *
000230*    RETURN CODES  0000 - SUMMARY PRINTED                        *
000240*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000250*                                                                *
000260*    MODIFICATION HISTORY                                       *
000270*    ---------------------------------------------------------- *
000280*    DATE       INIT  DESCRIPTION                                *
000290*    ---------  ----  -------------------------------------------*
000300*    2026-09-02  SDL  ORIGINAL PROGRAM.                         *
000310*    2026-09-02  SDL  THE RETRACTION STEP (POSTRTRC) NOW HAS     *
000320*                     ITS OWN SLOT ON THE PAGE, BETWEEN THE      *
000330*                     PUBLISH AND RECONCILIATION LINES.          *
000340*    2026-09-02  SDL  LOG RECORDS DATED BEFORE TONIGHT'S RUN     *
000350*                     ARE NOW TREATED AS NOT REPORTED, SO A      *
000360*                     BYPASSED CYCLE CANNOT PASS OFF THE PRIOR   *
000370*                     NIGHT'S LOG AS A CLEAN NIGHT.              *
000380*    2026-10-15  SDL  THE AMENDMENT STEP (POSTAMND) NOW HAS ITS  *
000390*                     OWN SLOT ON THE PAGE, BETWEEN THE          *
000400*                     RETRACTION AND RECONCILIATION LINES.       *
000410*    2026-10-15  SDL  EACH MAINTENANCE FEED'S BATCH ID AND BATCH *
000420*                     RESULT (APPLIED, DUPLICATE, OUT OF BALANCE,*
000430*                     NO BATCH) NOW PRINT UNDER ITS STEP LINE.   *
000440*    2026-10-15  SDL  THE SERIES MAINTENANCE STEP (SERMNT) NOW   *
000450*                     HAS ITS OWN SLOT ON THE PAGE, WITH ITS     *
000460*                     BATCH LINE, AFTER THE CATEGORY STEP.       *
000470******************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     BLGNIGHT.
000500 AUTHOR.         SEBASTIAN DE LIMA.
000510 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000520 DATE-WRITTEN.   2026-09-02.
000530 DATE-COMPILED.  2026-09-02.
000540
000550******************************************************************
000560*    ENVIRONMENT DIVISION                                       *
000570******************************************************************
000580 ENVIRONMENT DIVISION.
000590
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.    MACBOOK-PRO.
000620 OBJECT-COMPUTER.    MACBOOK-PRO.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT NIGHT-LOG        ASSIGN TO NIGHTLOG
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS BN-NIGHTLOG-STATUS.
000700
000710     SELECT CONTROL-TOTALS   ASSIGN TO CTLTOTS
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS BN-CTLTOTS-STATUS.
000750
000760     SELECT SUMMARY-REPORT   ASSIGN TO SUMRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS BN-SUMRPT-STATUS.
000800
000810     SELECT NIGHT-STATUS     ASSIGN TO NIGHTSTA
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS BN-NIGHTSTA-STATUS.
000850
000860******************************************************************
000870*    DATA DIVISION                                              *
000880******************************************************************
000890 DATA DIVISION.
000900
000910 FILE SECTION.
000920 FD  NIGHT-LOG
000930     LABEL RECORDS ARE STANDARD.
000940     COPY NSUMREC.
000950
000960 FD  CONTROL-TOTALS
000970     LABEL RECORDS ARE STANDARD.
000980     COPY CTLREC.
000990
001000 FD  SUMMARY-REPORT
001010     LABEL RECORDS ARE STANDARD.
001020 01  SU-PRINT-LINE               PIC X(132).
001030
001040******************************************************************
001050*    THE NIGHT-STATUS RECORD IS THE FIXED-FORMAT FLAG THE         *
001060*    SCHEDULER TESTS EACH MORNING: RUN DATE, OVERALL STATUS       *
001070*    (OK/WARN/FAIL), WHETHER THE PUBLISH FLAG WAS SET, HOW        *
001080*    MANY STEPS REPORTED OF THOSE EXPECTED, AND THE HIGHEST       *
001090*    RETURN CODE SEEN.                                            *
001100******************************************************************
001110 FD  NIGHT-STATUS
001120     LABEL RECORDS ARE STANDARD.
001130 01  NT-STATUS-RECORD.
001140     05  NT-RUN-DATE             PIC 9(08).
001150     05  NT-OVERALL-STATUS       PIC X(04).
001160     05  NT-PUBLISH-FLAG         PIC X(01).
001170     05  NT-STEPS-REPORTED       PIC 9(02).
001180     05  NT-STEPS-EXPECTED       PIC 9(02).
001190     05  NT-HIGHEST-RC           PIC 9(04).
001200     05  FILLER                  PIC X(59).
001210
001220 WORKING-STORAGE SECTION.
001230******************************************************************
001240*    FILE STATUS SWITCHES                                       *
001250******************************************************************
001260 01  BN-NIGHTLOG-STATUS      PIC X(02).
001270     88  BN-NIGHTLOG-OK              VALUE "00".
001280     88  BN-NIGHTLOG-EOF             VALUE "10".
001290     88  BN-NIGHTLOG-NOT-FOUND       VALUE "35".
001300
001310 01  BN-CTLTOTS-STATUS       PIC X(02).
001320     88  BN-CTLTOTS-OK               VALUE "00".
001330     88  BN-CTLTOTS-EOF              VALUE "10".
001340
001350 01  BN-SUMRPT-STATUS        PIC X(02).
001360     88  BN-SUMRPT-OK                VALUE "00".
001370
001380 01  BN-NIGHTSTA-STATUS      PIC X(02).
001390     88  BN-NIGHTSTA-OK              VALUE "00".
001400
001410******************************************************************
001420*    PROGRAM SWITCHES                                           *
001430******************************************************************
001440 77  BN-EOF-SWITCH           PIC X(01) VALUE "N".
001450     88  BN-END-OF-LOG               VALUE "Y".
001460
001470 77  BN-CONTROL-FOUND-SW     PIC X(01) VALUE "N".
001480     88  BN-CONTROL-FOUND            VALUE "Y".
001490
001500 77  BN-PUBLISH-SWITCH       PIC X(01) VALUE "N".
001510     88  BN-PUBLISH-FLAG-SET         VALUE "Y".
001520
001530******************************************************************
001540*    EXPECTED-STEP TABLE, ONE SLOT PER STEP OF THE CYCLE IN       *
001550*    RUN ORDER.  EACH LOG RECORD FILLS ITS SLOT; A SLOT STILL     *
001560*    EMPTY AT REPORT TIME MEANS THE STEP NEVER GOT FAR ENOUGH    *
001570*    TO WRITE ITS SUMMARY LINE.                                  *
001580******************************************************************
001590 77  BN-STEP-COUNT           PIC 9(02) VALUE 08.
001600 77  BN-STEP-IDX             PIC 9(02) VALUE ZEROES.
001610 77  BN-STEP-SLOT            PIC 9(02) VALUE ZEROES.
001620
001630 01  BN-STEP-TABLE.
001640     05  BN-STEP-ENTRY OCCURS 8 TIMES.
001650         10  BN-STP-PROGRAM          PIC X(08).
001660         10  BN-STP-REPORTED-SW      PIC X(01).
001670             88  BN-STP-REPORTED            VALUE "Y".
001680         10  BN-STP-RETURN-CODE      PIC 9(04).
001690         10  BN-STP-READ             PIC 9(05).
001700         10  BN-STP-GOOD             PIC 9(05).
001710         10  BN-STP-REJECT           PIC 9(05).
001720         10  BN-STP-HELD             PIC 9(05).
001730         10  BN-STP-RELEASED         PIC 9(05).
001740         10  BN-STP-BATCH-ID         PIC X(12).
001750         10  BN-STP-BATCH-STATUS     PIC X(01).
001760             88  BN-STP-NOT-BATCHED         VALUE " ".
001770             88  BN-STP-BATCH-APPLIED       VALUE "A".
001780             88  BN-STP-BATCH-DUPLICATE     VALUE "D".
001790             88  BN-STP-BATCH-OUT-OF-BAL    VALUE "B".
001800             88  BN-STP-BATCH-NONE          VALUE "N".
001810
001820******************************************************************
001830*    RUN ROLLUPS AND WORK FIELDS                                 *
001840******************************************************************
001850 77  BN-RECORDS-READ         PIC 9(05) VALUE ZEROES.
001860 77  BN-STEPS-REPORTED       PIC 9(02) VALUE ZEROES.
001870 77  BN-HIGHEST-RC           PIC 9(04) VALUE ZEROES.
001880 77  BN-RUN-DATE-NUM         PIC 9(08) VALUE ZEROES.
001890 77  BN-PUBLISH-REASON       PIC X(50) VALUE SPACES.
001900
001910 77  BN-RETURN-CODE          PIC 9(04) VALUE ZEROES.
001920
001930 01  BN-CURRENT-DATE-FIELDS.
001940     05  BN-CURR-YEAR         PIC 9(04).
001950     05  BN-CURR-MONTH        PIC 9(02).
001960     05  BN-CURR-DAY          PIC 9(02).
001970     05  FILLER               PIC X(13).
001980
001990******************************************************************
002000*    NIGHT SUMMARY PRINT LINES.  THE COUNT LABELS CHANGE WITH     *
002010*    THE STEP SO THE PAGE READS THE WAY THE MORNING CHECK         *
002020*    THINKS: TRANSACTIONS FOR THE MAINTENANCE STEPS, POSTS FOR    *
002030*    THE EDIT AND PUBLISH STEPS, EXPORT ROWS FOR THE BALANCE.     *
002040******************************************************************
002050 01  BN-RPT-HEADER-1.
002060     05  FILLER                  PIC X(36)
002070             VALUE "BLGNIGHT NIGHT-OPERATIONS SUMMARY   ".
002080     05  FILLER                  PIC X(04) VALUE SPACES.
002090     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002100     05  BN-RPT-RUN-MONTH        PIC 9(02).
002110     05  FILLER                  PIC X(01) VALUE "/".
002120     05  BN-RPT-RUN-DAY          PIC 9(02).
002130     05  FILLER                  PIC X(01) VALUE "/".
002140     05  BN-RPT-RUN-YEAR         PIC 9(04).
002150
002160 01  BN-RPT-MAINT-LINE.
002170     05  BN-RPT-MNT-PROGRAM      PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  FILLER                  PIC X(03) VALUE "RC ".
002200     05  BN-RPT-MNT-RC           PIC 9(04).
002210     05  FILLER                  PIC X(08) VALUE "  READ  ".
002220     05  BN-RPT-MNT-READ         PIC ZZZZ9.
002230     05  FILLER                  PIC X(10) VALUE "  APPLIED ".
002240     05  BN-RPT-MNT-APPLIED      PIC ZZZZ9.
002250     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
002260     05  BN-RPT-MNT-REJECTED     PIC ZZZZ9.
002270
002280 01  BN-RPT-BATCH-LINE.
002290     05  FILLER                  PIC X(10) VALUE SPACES.
002300     05  FILLER                  PIC X(06) VALUE "BATCH ".
002310     05  BN-RPT-BAT-ID           PIC X(12).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  BN-RPT-BAT-RESULT       PIC X(40).
002340
002350 01  BN-RPT-EDIT-LINE.
002360     05  FILLER                  PIC X(08) VALUE "BLOGEDIT".
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  FILLER                  PIC X(03) VALUE "RC ".
002390     05  BN-RPT-EDT-RC           PIC 9(04).
002400     05  FILLER                  PIC X(08) VALUE "  READ  ".
002410     05  BN-RPT-EDT-READ         PIC ZZZZ9.
002420     05  FILLER                  PIC X(10) VALUE "  CLEANED ".
002430     05  BN-RPT-EDT-CLEAN        PIC ZZZZ9.
002440     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
002450     05  BN-RPT-EDT-REJECTED     PIC ZZZZ9.
002460
002470 01  BN-RPT-POST-LINE.
002480     05  FILLER                  PIC X(08) VALUE "BLOGPOST".
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  FILLER                  PIC X(03) VALUE "RC ".
002510     05  BN-RPT-PST-RC           PIC 9(04).
002520     05  FILLER                  PIC X(08) VALUE "  READ  ".
002530     05  BN-RPT-PST-READ         PIC ZZZZ9.
002540     05  FILLER                  PIC X(11) VALUE "  EXPORTED ".
002550     05  BN-RPT-PST-EXPORTED     PIC ZZZZ9.
002560     05  FILLER                  PIC X(07) VALUE "  HELD ".
002570     05  BN-RPT-PST-HELD         PIC ZZZZ9.
002580     05  FILLER                  PIC X(11) VALUE "  RELEASED ".
002590     05  BN-RPT-PST-RELEASED     PIC ZZZZ9.
002600
002610 01  BN-RPT-RECON-LINE.
002620     05  FILLER                  PIC X(08) VALUE "BLGRECON".
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  FILLER                  PIC X(03) VALUE "RC ".
002650     05  BN-RPT-RCN-RC           PIC 9(04).
002660     05  FILLER                  PIC X(14) VALUE "  AUTHOR ROWS ".
002670     05  BN-RPT-RCN-AUTHORS      PIC ZZZZ9.
002680     05  FILLER                  PIC X(12) VALUE "  POST ROWS ".
002690     05  BN-RPT-RCN-POSTS        PIC ZZZZ9.
002700     05  FILLER                  PIC X(10) VALUE "  UNKNOWN ".
002710     05  BN-RPT-RCN-UNKNOWN      PIC ZZZZ9.
002720
002730 01  BN-RPT-MISSING-LINE.
002740     05  BN-RPT-MIS-PROGRAM      PIC X(08).
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  FILLER                  PIC X(30)
002770             VALUE "*** STEP DID NOT REPORT ***".
002780
002790 01  BN-RPT-CTL-LINE-1.
002800     05  FILLER                  PIC X(26)
002810             VALUE "CTL AUTHORS EXPORTED....: ".
002820     05  BN-RPT-CTL-AUTHORS      PIC ZZZZ9.
002830
002840 01  BN-RPT-CTL-LINE-2.
002850     05  FILLER                  PIC X(26)
002860             VALUE "CTL POSTS READ..........: ".
002870     05  BN-RPT-CTL-READ         PIC ZZZZ9.
002880
002890 01  BN-RPT-CTL-LINE-3.
002900     05  FILLER                  PIC X(26)
002910             VALUE "CTL POSTS EXPORTED......: ".
002920     05  BN-RPT-CTL-EXPORTED     PIC ZZZZ9.
002930
002940 01  BN-RPT-VERDICT-LINE.
002950     05  BN-RPT-VERDICT          PIC X(70).
002960
002970******************************************************************
002980*    PROCEDURE DIVISION                                         *
002990******************************************************************
003000 PROCEDURE DIVISION.
003010
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE
003040         THRU 1000-INITIALIZE-EXIT
003050     PERFORM 2000-GATHER-STEP-RECORDS
003060         THRU 2000-GATHER-STEP-RECORDS-EXIT
003070         UNTIL BN-END-OF-LOG
003080     PERFORM 3000-PRINT-SUMMARY
003090         THRU 3000-PRINT-SUMMARY-EXIT
003100     PERFORM 4000-WRITE-STATUS-RECORD
003110         THRU 4000-WRITE-STATUS-RECORD-EXIT
003120     PERFORM 9999-TERMINATE
003130         THRU 9999-TERMINATE-EXIT
003140     MOVE BN-RETURN-CODE TO RETURN-CODE
003150     STOP RUN.
003160
003170 1000-INITIALIZE.
003180     MOVE FUNCTION CURRENT-DATE TO BN-CURRENT-DATE-FIELDS
003190     COMPUTE BN-RUN-DATE-NUM =
003200         BN-CURR-YEAR * 10000
003210             + BN-CURR-MONTH * 100 + BN-CURR-DAY
003220     MOVE "AUTHMNT"  TO BN-STP-PROGRAM (1)
003230     MOVE "CATMNT"   TO BN-STP-PROGRAM (2)
003240     MOVE "SERMNT"   TO BN-STP-PROGRAM (3)
003250     MOVE "BLOGEDIT" TO BN-STP-PROGRAM (4)
003260     MOVE "BLOGPOST" TO BN-STP-PROGRAM (5)
003270     MOVE "POSTRTRC" TO BN-STP-PROGRAM (6)
003280     MOVE "POSTAMND" TO BN-STP-PROGRAM (7)
003290     MOVE "BLGRECON" TO BN-STP-PROGRAM (8)
003300     PERFORM 1100-CLEAR-STEP-SLOT
003310         THRU 1100-CLEAR-STEP-SLOT-EXIT
003320         VARYING BN-STEP-IDX FROM 1 BY 1
003330         UNTIL BN-STEP-IDX > BN-STEP-COUNT
003340     OPEN INPUT NIGHT-LOG
003350     IF BN-NIGHTLOG-NOT-FOUND
003360         DISPLAY "BLGNIGHT: NO STEP-SUMMARY LOG THIS NIGHT -- "
003370             "EVERY STEP WILL SHOW AS NOT REPORTED"
003380         MOVE "Y" TO BN-EOF-SWITCH
003390     ELSE
003400         IF NOT BN-NIGHTLOG-OK
003410             DISPLAY "BLGNIGHT: UNABLE TO OPEN NIGHT-LOG, "
003420                 "STATUS = " BN-NIGHTLOG-STATUS
003430             MOVE "Y" TO BN-EOF-SWITCH
003440             MOVE 12 TO BN-RETURN-CODE
003450             GO TO 1000-INITIALIZE-EXIT
003460         END-IF
003470     END-IF
003480     OPEN INPUT CONTROL-TOTALS
003490     IF BN-CTLTOTS-OK
003500         READ CONTROL-TOTALS
003510             AT END
003520                 CONTINUE
003530             NOT AT END
003540                 MOVE "Y" TO BN-CONTROL-FOUND-SW
003550         END-READ
003560     ELSE
003570         DISPLAY "BLGNIGHT: UNABLE TO OPEN CONTROL-TOTALS, "
003580             "STATUS = " BN-CTLTOTS-STATUS
003590             " -- CONTROL TOTALS OMITTED FROM THE SUMMARY"
003600     END-IF
003610     OPEN OUTPUT SUMMARY-REPORT
003620     IF NOT BN-SUMRPT-OK
003630         DISPLAY "BLGNIGHT: UNABLE TO OPEN SUMMARY-REPORT, "
003640             "STATUS = " BN-SUMRPT-STATUS
003650         MOVE "Y" TO BN-EOF-SWITCH
003660         MOVE 12 TO BN-RETURN-CODE
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF
003690     OPEN OUTPUT NIGHT-STATUS
003700     IF NOT BN-NIGHTSTA-OK
003710         DISPLAY "BLGNIGHT: UNABLE TO OPEN NIGHT-STATUS, "
003720             "STATUS = " BN-NIGHTSTA-STATUS
003730         MOVE "Y" TO BN-EOF-SWITCH
003740         MOVE 12 TO BN-RETURN-CODE
003750         GO TO 1000-INITIALIZE-EXIT
003760     END-IF
003770     IF NOT BN-END-OF-LOG
003780         PERFORM 2100-READ-NEXT-RECORD
003790             THRU 2100-READ-NEXT-RECORD-EXIT
003800     END-IF.
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830
003840 1100-CLEAR-STEP-SLOT.
003850     MOVE "N"    TO BN-STP-REPORTED-SW (BN-STEP-IDX)
003860     MOVE ZEROES TO BN-STP-RETURN-CODE (BN-STEP-IDX)
003870     MOVE ZEROES TO BN-STP-READ (BN-STEP-IDX)
003880     MOVE ZEROES TO BN-STP-GOOD (BN-STEP-IDX)
003890     MOVE ZEROES TO BN-STP-REJECT (BN-STEP-IDX)
003900     MOVE ZEROES TO BN-STP-HELD (BN-STEP-IDX)
003910     MOVE ZEROES TO BN-STP-RELEASED (BN-STEP-IDX)
003920     MOVE SPACES TO BN-STP-BATCH-ID (BN-STEP-IDX)
003930     MOVE SPACES TO BN-STP-BATCH-STATUS (BN-STEP-IDX).
003940 1100-CLEAR-STEP-SLOT-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980*    2000-GATHER-STEP-RECORDS                                   *
003990*    FILES THE CURRENT LOG RECORD INTO ITS STEP SLOT.  A          *
004000*    RECORD NOT DATED TONIGHT IS A LEFTOVER FROM A PRIOR RUN -    *
004010*    A BYPASSED CYCLE NEVER RESTARTS THE LOG - AND COUNTS AS      *
004020*    NOT REPORTED.  A RERUN STEP APPENDS A SECOND RECORD; THE    *
004030*    LATER ONE WINS, WHICH IS THE RUN THE NIGHT ACTUALLY          *
004040*    FINISHED ON.  A PROGRAM ID THE TABLE DOES NOT KNOW IS        *
004050*    NOTED ON SYSOUT AND SKIPPED.                                 *
004060******************************************************************
004070 2000-GATHER-STEP-RECORDS.
004080     MOVE ZEROES TO BN-STEP-SLOT
004090     PERFORM 2200-MATCH-STEP-SLOT
004100         THRU 2200-MATCH-STEP-SLOT-EXIT
004110         VARYING BN-STEP-IDX FROM 1 BY 1
004120         UNTIL BN-STEP-IDX > BN-STEP-COUNT
004130             OR BN-STEP-SLOT > ZEROES
004140     IF BN-STEP-SLOT = ZEROES
004150         DISPLAY "BLGNIGHT: UNEXPECTED PROGRAM ID "
004160             NS-PROGRAM-ID " ON THE STEP-SUMMARY LOG, SKIPPED"
004170         GO TO 2000-GATHER-STEP-RECORDS-READ
004180     END-IF
004190     IF NS-RUN-DATE NOT NUMERIC
004200         OR NS-RUN-DATE NOT = BN-RUN-DATE-NUM
004210         DISPLAY "BLGNIGHT: SUMMARY RECORD FOR " NS-PROGRAM-ID
004220             " DATED " NS-RUN-DATE " IS NOT FROM TONIGHT -- "
004230             "TREATED AS NOT REPORTED"
004240         GO TO 2000-GATHER-STEP-RECORDS-READ
004250     END-IF
004260     IF NOT BN-STP-REPORTED (BN-STEP-SLOT)
004270         ADD 1 TO BN-STEPS-REPORTED
004280     END-IF
004290     MOVE "Y"               TO BN-STP-REPORTED-SW (BN-STEP-SLOT)
004300     MOVE NS-RETURN-CODE    TO BN-STP-RETURN-CODE (BN-STEP-SLOT)
004310     MOVE NS-COUNT-READ     TO BN-STP-READ (BN-STEP-SLOT)
004320     MOVE NS-COUNT-GOOD     TO BN-STP-GOOD (BN-STEP-SLOT)
004330     MOVE NS-COUNT-REJECT   TO BN-STP-REJECT (BN-STEP-SLOT)
004340     MOVE NS-COUNT-HELD     TO BN-STP-HELD (BN-STEP-SLOT)
004350     MOVE NS-COUNT-RELEASED TO BN-STP-RELEASED (BN-STEP-SLOT)
004360     MOVE NS-BATCH-ID       TO BN-STP-BATCH-ID (BN-STEP-SLOT)
004370     MOVE NS-BATCH-STATUS   TO BN-STP-BATCH-STATUS (BN-STEP-SLOT)
004380     IF NS-RETURN-CODE > BN-HIGHEST-RC
004390         MOVE NS-RETURN-CODE TO BN-HIGHEST-RC
004400     END-IF.
004410 2000-GATHER-STEP-RECORDS-READ.
004420     PERFORM 2100-READ-NEXT-RECORD
004430         THRU 2100-READ-NEXT-RECORD-EXIT.
004440 2000-GATHER-STEP-RECORDS-EXIT.
004450     EXIT.
004460
004470 2100-READ-NEXT-RECORD.
004480     READ NIGHT-LOG
004490         AT END
004500             MOVE "Y" TO BN-EOF-SWITCH
004510             GO TO 2100-READ-NEXT-RECORD-EXIT
004520     END-READ
004530     ADD 1 TO BN-RECORDS-READ.
004540 2100-READ-NEXT-RECORD-EXIT.
004550     EXIT.
004560
004570 2200-MATCH-STEP-SLOT.
004580     IF NS-PROGRAM-ID = BN-STP-PROGRAM (BN-STEP-IDX)
004590         MOVE BN-STEP-IDX TO BN-STEP-SLOT
004600     END-IF.
004610 2200-MATCH-STEP-SLOT-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650*    3000-PRINT-SUMMARY                                         *
004660*    THE ONE PAGE: A LINE PER STEP WITH ITS RETURN CODE AND       *
004670*    COUNTS (OR THE DID-NOT-REPORT FLAG), THE BATCH RESULT       *
004680*    UNDER EACH MAINTENANCE FEED, THE CONTROL-TOTAL              *
004690*    FIGURES, AND THE PUBLISH-FLAG VERDICT.                       *
004700******************************************************************
004710 3000-PRINT-SUMMARY.
004720     IF NOT BN-SUMRPT-OK
004730         GO TO 3000-PRINT-SUMMARY-EXIT
004740     END-IF
004750     MOVE BN-RUN-DATE-NUM (5:2) TO BN-RPT-RUN-MONTH
004760     MOVE BN-RUN-DATE-NUM (7:2) TO BN-RPT-RUN-DAY
004770     MOVE BN-RUN-DATE-NUM (1:4) TO BN-RPT-RUN-YEAR
004780     WRITE SU-PRINT-LINE FROM BN-RPT-HEADER-1
004790     WRITE SU-PRINT-LINE FROM SPACES
004800     PERFORM 3100-PRINT-MAINT-STEP
004810         THRU 3100-PRINT-MAINT-STEP-EXIT
004820         VARYING BN-STEP-IDX FROM 1 BY 1
004830         UNTIL BN-STEP-IDX > 3
004840     PERFORM 3200-PRINT-EDIT-STEP
004850         THRU 3200-PRINT-EDIT-STEP-EXIT
004860     PERFORM 3300-PRINT-POST-STEP
004870         THRU 3300-PRINT-POST-STEP-EXIT
004880     PERFORM 3350-PRINT-RETRACT-STEP
004890         THRU 3350-PRINT-RETRACT-STEP-EXIT
004900     PERFORM 3360-PRINT-AMEND-STEP
004910         THRU 3360-PRINT-AMEND-STEP-EXIT
004920     PERFORM 3400-PRINT-RECON-STEP
004930         THRU 3400-PRINT-RECON-STEP-EXIT
004940     WRITE SU-PRINT-LINE FROM SPACES
004950     IF BN-CONTROL-FOUND
004960         MOVE CT-AUTHORS-EXPORTED TO BN-RPT-CTL-AUTHORS
004970         MOVE CT-POSTS-READ       TO BN-RPT-CTL-READ
004980         MOVE CT-POSTS-EXPORTED   TO BN-RPT-CTL-EXPORTED
004990         WRITE SU-PRINT-LINE FROM BN-RPT-CTL-LINE-1
005000         WRITE SU-PRINT-LINE FROM BN-RPT-CTL-LINE-2
005010         WRITE SU-PRINT-LINE FROM BN-RPT-CTL-LINE-3
005020     ELSE
005030         MOVE "*** NO CONTROL-TOTALS RECORD FOR THE NIGHT ***"
005040             TO BN-RPT-VERDICT
005050         WRITE SU-PRINT-LINE FROM BN-RPT-VERDICT-LINE
005060     END-IF
005070     WRITE SU-PRINT-LINE FROM SPACES
005080     PERFORM 3500-JUDGE-PUBLISH-FLAG
005090         THRU 3500-JUDGE-PUBLISH-FLAG-EXIT
005100     IF BN-PUBLISH-FLAG-SET
005110         MOVE "PUBLISH FLAG SET - CMS FEED CLEARED FOR PICKUP"
005120             TO BN-RPT-VERDICT
005130     ELSE
005140         MOVE SPACES TO BN-RPT-VERDICT
005150         STRING "PUBLISH FLAG WITHHELD - "
005160                                        DELIMITED BY SIZE
005170             BN-PUBLISH-REASON          DELIMITED BY SIZE
005180             INTO BN-RPT-VERDICT
005190         END-STRING
005200     END-IF
005210     WRITE SU-PRINT-LINE FROM BN-RPT-VERDICT-LINE.
005220 3000-PRINT-SUMMARY-EXIT.
005230     EXIT.
005240
005250 3100-PRINT-MAINT-STEP.
005260     IF NOT BN-STP-REPORTED (BN-STEP-IDX)
005270         MOVE BN-STP-PROGRAM (BN-STEP-IDX) TO BN-RPT-MIS-PROGRAM
005280         WRITE SU-PRINT-LINE FROM BN-RPT-MISSING-LINE
005290         GO TO 3100-PRINT-MAINT-STEP-EXIT
005300     END-IF
005310     MOVE BN-STP-PROGRAM (BN-STEP-IDX)     TO BN-RPT-MNT-PROGRAM
005320     MOVE BN-STP-RETURN-CODE (BN-STEP-IDX) TO BN-RPT-MNT-RC
005330     MOVE BN-STP-READ (BN-STEP-IDX)        TO BN-RPT-MNT-READ
005340     MOVE BN-STP-GOOD (BN-STEP-IDX)        TO BN-RPT-MNT-APPLIED
005350     MOVE BN-STP-REJECT (BN-STEP-IDX)      TO BN-RPT-MNT-REJECTED
005360     WRITE SU-PRINT-LINE FROM BN-RPT-MAINT-LINE
005370     MOVE BN-STEP-IDX TO BN-STEP-SLOT
005380     PERFORM 3150-PRINT-BATCH-RESULT
005390         THRU 3150-PRINT-BATCH-RESULT-EXIT.
005400 3100-PRINT-MAINT-STEP-EXIT.
005410     EXIT.
005420
005430******************************************************************
005440*    3150-PRINT-BATCH-RESULT                                     *
005450*    THE BATCH LINE UNDER A MAINTENANCE FEED'S STEP LINE: THE    *
005460*    BATCH ID FROM THE HEADER AND WHAT BECAME OF THE BATCH.  A   *
005470*    STEP RECORD WITH NO BATCH STATUS PRINTS NO BATCH LINE.      *
005480******************************************************************
005490 3150-PRINT-BATCH-RESULT.
005500     IF BN-STP-NOT-BATCHED (BN-STEP-SLOT)
005510         GO TO 3150-PRINT-BATCH-RESULT-EXIT
005520     END-IF
005530     MOVE BN-STP-BATCH-ID (BN-STEP-SLOT) TO BN-RPT-BAT-ID
005540     EVALUATE TRUE
005550         WHEN BN-STP-BATCH-APPLIED (BN-STEP-SLOT)
005560             MOVE "APPLIED" TO BN-RPT-BAT-RESULT
005570         WHEN BN-STP-BATCH-DUPLICATE (BN-STEP-SLOT)
005580             MOVE "*** REFUSED - DUPLICATE BATCH ***"
005590                 TO BN-RPT-BAT-RESULT
005600         WHEN BN-STP-BATCH-OUT-OF-BAL (BN-STEP-SLOT)
005610             MOVE "*** REJECTED - OUT OF BALANCE ***"
005620                 TO BN-RPT-BAT-RESULT
005630         WHEN OTHER
005640             MOVE SPACES TO BN-RPT-BAT-ID
005650             MOVE "NO BATCH TONIGHT" TO BN-RPT-BAT-RESULT
005660     END-EVALUATE
005670     WRITE SU-PRINT-LINE FROM BN-RPT-BATCH-LINE.
005680 3150-PRINT-BATCH-RESULT-EXIT.
005690     EXIT.
005700
005710 3200-PRINT-EDIT-STEP.
005720     IF NOT BN-STP-REPORTED (4)
005730         MOVE BN-STP-PROGRAM (4) TO BN-RPT-MIS-PROGRAM
005740         WRITE SU-PRINT-LINE FROM BN-RPT-MISSING-LINE
005750         GO TO 3200-PRINT-EDIT-STEP-EXIT
005760     END-IF
005770     MOVE BN-STP-RETURN-CODE (4) TO BN-RPT-EDT-RC
005780     MOVE BN-STP-READ (4)        TO BN-RPT-EDT-READ
005790     MOVE BN-STP-GOOD (4)        TO BN-RPT-EDT-CLEAN
005800     MOVE BN-STP-REJECT (4)      TO BN-RPT-EDT-REJECTED
005810     WRITE SU-PRINT-LINE FROM BN-RPT-EDIT-LINE.
005820 3200-PRINT-EDIT-STEP-EXIT.
005830     EXIT.
005840
005850 3300-PRINT-POST-STEP.
005860     IF NOT BN-STP-REPORTED (5)
005870         MOVE BN-STP-PROGRAM (5) TO BN-RPT-MIS-PROGRAM
005880         WRITE SU-PRINT-LINE FROM BN-RPT-MISSING-LINE
005890         GO TO 3300-PRINT-POST-STEP-EXIT
005900     END-IF
005910     MOVE BN-STP-RETURN-CODE (5) TO BN-RPT-PST-RC
005920     MOVE BN-STP-READ (5)        TO BN-RPT-PST-READ
005930     MOVE BN-STP-GOOD (5)        TO BN-RPT-PST-EXPORTED
005940     MOVE BN-STP-HELD (5)        TO BN-RPT-PST-HELD
005950     MOVE BN-STP-RELEASED (5)    TO BN-RPT-PST-RELEASED
005960     WRITE SU-PRINT-LINE FROM BN-RPT-POST-LINE.
005970 3300-PRINT-POST-STEP-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010*    3350-PRINT-RETRACT-STEP                                    *
006020*    THE RETRACTION STEP READS LIKE THE MAINTENANCE STEPS:       *
006030*    TRANSACTIONS READ, APPLIED, AND REJECTED, WITH THE BATCH    *
006040*    RESULT BENEATH.                                             *
006050******************************************************************
006060 3350-PRINT-RETRACT-STEP.
006070     IF NOT BN-STP-REPORTED (6)
006080         MOVE BN-STP-PROGRAM (6) TO BN-RPT-MIS-PROGRAM
006090         WRITE SU-PRINT-LINE FROM BN-RPT-MISSING-LINE
006100         GO TO 3350-PRINT-RETRACT-STEP-EXIT
006110     END-IF
006120     MOVE BN-STP-PROGRAM (6)     TO BN-RPT-MNT-PROGRAM
006130     MOVE BN-STP-RETURN-CODE (6) TO BN-RPT-MNT-RC
006140     MOVE BN-STP-READ (6)        TO BN-RPT-MNT-READ
006150     MOVE BN-STP-GOOD (6)        TO BN-RPT-MNT-APPLIED
006160     MOVE BN-STP-REJECT (6)      TO BN-RPT-MNT-REJECTED
006170     WRITE SU-PRINT-LINE FROM BN-RPT-MAINT-LINE
006180     MOVE 6 TO BN-STEP-SLOT
006190     PERFORM 3150-PRINT-BATCH-RESULT
006200         THRU 3150-PRINT-BATCH-RESULT-EXIT.
006210 3350-PRINT-RETRACT-STEP-EXIT.
006220     EXIT.
006230
006240******************************************************************
006250*    3360-PRINT-AMEND-STEP                                       *
006260*    THE AMENDMENT STEP READS LIKE THE RETRACTION STEP:          *
006270*    TRANSACTIONS READ, APPLIED, AND REJECTED.                   *
006280******************************************************************
006290 3360-PRINT-AMEND-STEP.
006300     IF NOT BN-STP-REPORTED (7)
006310         MOVE BN-STP-PROGRAM (7) TO BN-RPT-MIS-PROGRAM
006320         WRITE SU-PRINT-LINE FROM BN-RPT-MISSING-LINE
006330         GO TO 3360-PRINT-AMEND-STEP-EXIT
006340     END-IF
006350     MOVE BN-STP-PROGRAM (7)     TO BN-RPT-MNT-PROGRAM
006360     MOVE BN-STP-RETURN-CODE (7) TO BN-RPT-MNT-RC
006370     MOVE BN-STP-READ (7)        TO BN-RPT-MNT-READ
006380     MOVE BN-STP-GOOD (7)        TO BN-RPT-MNT-APPLIED
006390     MOVE BN-STP-REJECT (7)      TO BN-RPT-MNT-REJECTED
006400     WRITE SU-PRINT-LINE FROM BN-RPT-MAINT-LINE.
006410 3360-PRINT-AMEND-STEP-EXIT.
006420     EXIT.
006430
006440 3400-PRINT-RECON-STEP.
006450     IF NOT BN-STP-REPORTED (8)
006460         MOVE BN-STP-PROGRAM (8) TO BN-RPT-MIS-PROGRAM
006470         WRITE SU-PRINT-LINE FROM BN-RPT-MISSING-LINE
006480         GO TO 3400-PRINT-RECON-STEP-EXIT
006490     END-IF
006500     MOVE BN-STP-RETURN-CODE (8) TO BN-RPT-RCN-RC
006510     MOVE BN-STP-READ (8)        TO BN-RPT-RCN-AUTHORS
006520     MOVE BN-STP-GOOD (8)        TO BN-RPT-RCN-POSTS
006530     MOVE BN-STP-REJECT (8)      TO BN-RPT-RCN-UNKNOWN
006540     WRITE SU-PRINT-LINE FROM BN-RPT-RECON-LINE.
006550 3400-PRINT-RECON-STEP-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590*    3500-JUDGE-PUBLISH-FLAG                                    *
006600*    RECONSTRUCTS THE JOB'S IFOK DECISION FROM THE STEP           *
006610*    RECORDS: THE PUBLISH FLAG IS SET WHEN THE PUBLISH STEP       *
006620*    ENDED AT RC 4 OR BETTER AND THE RECONCILIATION ENDED         *
006630*    CLEAN.  ANYTHING ELSE NAMES THE FIRST REASON IT DID NOT.     *
006640******************************************************************
006650 3500-JUDGE-PUBLISH-FLAG.
006660     MOVE "N" TO BN-PUBLISH-SWITCH
006670     IF NOT BN-STP-REPORTED (5)
006680         MOVE "PUBLISH STEP DID NOT REPORT"
006690             TO BN-PUBLISH-REASON
006700         GO TO 3500-JUDGE-PUBLISH-FLAG-EXIT
006710     END-IF
006720     IF BN-STP-RETURN-CODE (5) > 4
006730         MOVE "PUBLISH STEP ENDED BADLY, RC "
006740             TO BN-PUBLISH-REASON
006750         MOVE BN-STP-RETURN-CODE (5)
006760             TO BN-PUBLISH-REASON (31:4)
006770         GO TO 3500-JUDGE-PUBLISH-FLAG-EXIT
006780     END-IF
006790     IF NOT BN-STP-REPORTED (8)
006800         MOVE "RECONCILIATION STEP DID NOT REPORT"
006810             TO BN-PUBLISH-REASON
006820         GO TO 3500-JUDGE-PUBLISH-FLAG-EXIT
006830     END-IF
006840     IF BN-STP-RETURN-CODE (8) NOT = ZEROES
006850         MOVE "CMS EXPORT OUT OF BALANCE, RC "
006860             TO BN-PUBLISH-REASON
006870         MOVE BN-STP-RETURN-CODE (8)
006880             TO BN-PUBLISH-REASON (32:4)
006890         GO TO 3500-JUDGE-PUBLISH-FLAG-EXIT
006900     END-IF
006910     MOVE "Y" TO BN-PUBLISH-SWITCH.
006920 3500-JUDGE-PUBLISH-FLAG-EXIT.
006930     EXIT.
006940
006950******************************************************************
006960*    4000-WRITE-STATUS-RECORD                                   *
006970*    THE SHORT FIXED-FORMAT RECORD THE SCHEDULER TESTS: FAIL      *
006980*    WHEN A STEP IS MISSING, ANY STEP ENDED AT RC 8 OR WORSE,     *
006990*    OR THE PUBLISH FLAG WAS WITHHELD; WARN WHEN THE WORST THE    *
007000*    NIGHT SAW WAS RC 4; OK OTHERWISE.                            *
007010******************************************************************
007020 4000-WRITE-STATUS-RECORD.
007030     IF NOT BN-NIGHTSTA-OK
007040         GO TO 4000-WRITE-STATUS-RECORD-EXIT
007050     END-IF
007060     MOVE SPACES            TO NT-STATUS-RECORD
007070     MOVE BN-RUN-DATE-NUM   TO NT-RUN-DATE
007080     MOVE BN-PUBLISH-SWITCH TO NT-PUBLISH-FLAG
007090     MOVE BN-STEPS-REPORTED TO NT-STEPS-REPORTED
007100     MOVE BN-STEP-COUNT     TO NT-STEPS-EXPECTED
007110     MOVE BN-HIGHEST-RC     TO NT-HIGHEST-RC
007120     EVALUATE TRUE
007130         WHEN BN-STEPS-REPORTED < BN-STEP-COUNT
007140             MOVE "FAIL" TO NT-OVERALL-STATUS
007150         WHEN BN-HIGHEST-RC > 4
007160             MOVE "FAIL" TO NT-OVERALL-STATUS
007170         WHEN NOT BN-PUBLISH-FLAG-SET
007180             MOVE "FAIL" TO NT-OVERALL-STATUS
007190         WHEN BN-HIGHEST-RC = 4
007200             MOVE "WARN" TO NT-OVERALL-STATUS
007210         WHEN OTHER
007220             MOVE "OK"   TO NT-OVERALL-STATUS
007230     END-EVALUATE
007240     WRITE NT-STATUS-RECORD.
007250 4000-WRITE-STATUS-RECORD-EXIT.
007260     EXIT.
007270
007280 9999-TERMINATE.
007290     IF BN-NIGHTLOG-OK OR BN-NIGHTLOG-EOF
007300         CLOSE NIGHT-LOG
007310     END-IF
007320     IF BN-CTLTOTS-OK OR BN-CTLTOTS-EOF
007330         CLOSE CONTROL-TOTALS
007340     END-IF
007350     IF BN-SUMRPT-OK
007360         CLOSE SUMMARY-REPORT
007370     END-IF
007380     IF BN-NIGHTSTA-OK
007390         CLOSE NIGHT-STATUS
007400     END-IF.
007410 9999-TERMINATE-EXIT.
007420     EXIT.
