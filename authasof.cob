000010******************************************************************
000020*                                                                *
000030*    PROGRAM-ID    AUTHASOF                                      *
000040*    DESCRIPTION   AUTHOR POINT-IN-TIME INQUIRY.  READS A DECK   *
000050*                  OF INQUIRY CARDS, EACH NAMING AN AUTHOR AND   *
000060*                  A DATE, AND REBUILDS WHAT THAT AUTHOR'S       *
000070*                  AUTHOR-MASTER RECORD LOOKED LIKE AT THE END   *
000080*                  OF THAT DATE FROM THE PERMANENT AUTHOR        *
000090*                  CHANGE JOURNAL AUTHMNT WRITES.  THE LAST      *
000100*                  JOURNAL ENTRY ON OR BEFORE THE DATE GIVES     *
000110*                  THE RECORD AS THAT RUN LEFT IT; FAILING       *
000120*                  THAT, THE FIRST ENTRY AFTER THE DATE GIVES    *
000130*                  THE RECORD AS IT STOOD BEFORE THAT RUN;       *
000140*                  FAILING THAT, THE AUTHOR HAS NOT CHANGED      *
000150*                  SINCE THE JOURNAL BEGAN AND THE CURRENT       *
000160*                  MASTER RECORD IS THE ANSWER.  THE JOURNAL IS  *
000170*                  READ ONCE FOR THE WHOLE DECK.                 *
000180*                                                                *
000190*    INQUIRY CARD  COLUMNS 1-6   AUTHOR ID                       *
000200*                  COLUMNS 8-15  AS-OF DATE, CCYYMMDD            *
000210*                  BLANK CARDS AND CARDS STARTING WITH * ARE     *
000220*                  COMMENTS.                                     *
000230*                                                                *
000240*    RETURN CODES  0000 - EVERY INQUIRY ANSWERED                 *
000250*                  0004 - ONE OR MORE INQUIRY CARDS REJECTED     *
000260*                  0012 - A REQUIRED FILE COULD NOT BE OPENED    *
000270*                                                                *
000280*    MODIFICATION HISTORY                                        *
000290*    ----------------------------------------------------------  *
000300*    DATE       INIT  DESCRIPTION                                *
000310*    ---------  ----  -------------------------------------------*
000320*    2026-10-15  SDL  ORIGINAL PROGRAM.                          *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     AUTHASOF.
000360 AUTHOR.         SEBASTIAN DE LIMA.
000370 INSTALLATION.   BLOG EDITORIAL SYSTEMS.
000380 DATE-WRITTEN.   2026-10-15.
000390 DATE-COMPILED.  2026-10-15.
000400
000410******************************************************************
000420*    ENVIRONMENT DIVISION                                        *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.    MACBOOK-PRO.
000480 OBJECT-COMPUTER.    MACBOOK-PRO.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INQUIRY-CARDS    ASSIGN TO ASOFINQ
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS AQ-ASOFINQ-STATUS.
000560
000570     SELECT AUTHOR-CHANGE-JOURNAL ASSIGN TO AUTHJRNL
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS AQ-AUTHJRNL-STATUS.
000610
000620     SELECT AUTHOR-MASTER    ASSIGN TO AUTHMST
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS AR-AUTHOR-ID
000660         FILE STATUS IS AQ-AUTHMST-STATUS.
000670
000680     SELECT ASOF-REPORT      ASSIGN TO ASOFRPT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         ACCESS MODE IS SEQUENTIAL
000710         FILE STATUS IS AQ-ASOFRPT-STATUS.
000720
000730******************************************************************
000740*    DATA DIVISION                                               *
000750******************************************************************
000760 DATA DIVISION.
000770
000780 FILE SECTION.
000790 FD  INQUIRY-CARDS
000800     LABEL RECORDS ARE STANDARD.
000810 01  IQ-CARD-IMAGE.
000820     05  IQ-AUTHOR-ID            PIC X(06).
000830     05  FILLER                  PIC X(01).
000840     05  IQ-AS-OF-DATE           PIC X(08).
000850     05  IQ-AS-OF-DATE-PARTS REDEFINES IQ-AS-OF-DATE.
000860         10  IQ-AS-OF-CCYY       PIC X(04).
000870         10  IQ-AS-OF-MM         PIC X(02).
000880         10  IQ-AS-OF-DD         PIC X(02).
000890     05  FILLER                  PIC X(65).
000900
000910 FD  AUTHOR-CHANGE-JOURNAL
000920     LABEL RECORDS ARE STANDARD.
000930     COPY ACHGREC.
000940
000950 FD  AUTHOR-MASTER
000960     LABEL RECORDS ARE STANDARD.
000970     COPY AUTHREC.
000980
000990 FD  ASOF-REPORT
001000     LABEL RECORDS ARE STANDARD.
001010 01  AS-PRINT-LINE               PIC X(132).
001020
001030 WORKING-STORAGE SECTION.
001040******************************************************************
001050*    FILE STATUS SWITCHES                                        *
001060******************************************************************
001070 01  AQ-ASOFINQ-STATUS       PIC X(02).
001080     88  AQ-ASOFINQ-OK               VALUE "00".
001090     88  AQ-ASOFINQ-EOF              VALUE "10".
001100
001110 01  AQ-AUTHJRNL-STATUS      PIC X(02).
001120     88  AQ-AUTHJRNL-OK              VALUE "00".
001130     88  AQ-AUTHJRNL-EOF             VALUE "10".
001140     88  AQ-AUTHJRNL-NOT-FOUND       VALUE "35".
001150
001160 01  AQ-AUTHMST-STATUS       PIC X(02).
001170     88  AQ-AUTHMST-OK               VALUE "00".
001180
001190 01  AQ-ASOFRPT-STATUS       PIC X(02).
001200     88  AQ-ASOFRPT-OK               VALUE "00".
001210
001220******************************************************************
001230*    PROGRAM SWITCHES                                            *
001240******************************************************************
001250 77  AQ-CARDS-EOF-SWITCH     PIC X(01) VALUE "N".
001260     88  AQ-END-OF-CARDS             VALUE "Y".
001270
001280 77  AQ-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
001290     88  AQ-END-OF-JOURNAL           VALUE "Y".
001300
001310 77  AQ-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
001320     88  AQ-RECORD-FOUND             VALUE "Y".
001330
001340******************************************************************
001350*    RUN DATE FOR THE REPORT HEADING                             *
001360******************************************************************
001370 01  AQ-CURRENT-DATE-FIELDS.
001380     05  AQ-CURR-YEAR         PIC 9(04).
001390     05  AQ-CURR-MONTH        PIC 9(02).
001400     05  AQ-CURR-DAY          PIC 9(02).
001410     05  FILLER               PIC X(13).
001420
001430******************************************************************
001440*    DATE WORK FIELDS.  A CCYYMMDD DATE MOVED TO AQ-DATE-WORK    *
001450*    IS TURNED INTO MM/DD/YYYY FOR PRINTING BY 8100.             *
001460******************************************************************
001470 01  AQ-DATE-WORK             PIC 9(08) VALUE ZEROES.
001480 01  AQ-DATE-WORK-PARTS REDEFINES AQ-DATE-WORK.
001490     05  AQ-DW-CCYY           PIC 9(04).
001500     05  AQ-DW-MM             PIC 9(02).
001510     05  AQ-DW-DD             PIC 9(02).
001520
001530 01  AQ-DATE-PRINT.
001540     05  AQ-DP-MM             PIC 9(02).
001550     05  FILLER               PIC X(01) VALUE "/".
001560     05  AQ-DP-DD             PIC 9(02).
001570     05  FILLER               PIC X(01) VALUE "/".
001580     05  AQ-DP-CCYY           PIC 9(04).
001590
001600 77  AQ-RESULT-TEXT           PIC X(60) VALUE SPACES.
001610 77  AQ-BASIS-TEXT            PIC X(80) VALUE SPACES.
001620 77  AQ-STATUS-DESC           PIC X(08) VALUE SPACES.
001630 77  AQ-ENTRY-DESC            PIC X(06) VALUE SPACES.
001640
001650******************************************************************
001660*    INQUIRY TABLE - ONE ENTRY PER INQUIRY CARD, IN DECK ORDER.  *
001670*    AS THE JOURNAL IS READ, EACH ENTRY KEEPS THE LAST JOURNAL   *
001680*    ENTRY FOR ITS AUTHOR ON OR BEFORE ITS DATE (THE PRIOR       *
001690*    ENTRY) AND THE FIRST ONE AFTER IT (THE NEXT ENTRY).  THE    *
001700*    JOURNAL IS ONLY EVER APPENDED, SO FILE ORDER IS RUN ORDER.  *
001710******************************************************************
001720 77  AQ-INQ-TABLE-MAX        PIC 9(03) VALUE 200.
001730 77  AQ-INQ-COUNT            PIC 9(03) VALUE ZEROES.
001740 77  AQ-INQ-SUB              PIC 9(03) VALUE ZEROES.
001750
001760 01  AQ-INQUIRY-TABLE.
001770     05  AQ-INQ-ENTRY OCCURS 200 TIMES.
001780         10  AQ-IQ-AUTHOR-ID         PIC X(06).
001790         10  AQ-IQ-AS-OF-DATE        PIC 9(08).
001800         10  AQ-IQ-REJECT-REASON     PIC X(40).
001810         10  AQ-IQ-PRIOR-SW          PIC X(01).
001820             88  AQ-IQ-HAS-PRIOR             VALUE "Y".
001830         10  AQ-IQ-PRIOR-CODE        PIC X(01).
001840         10  AQ-IQ-PRIOR-DATE        PIC 9(08).
001850         10  AQ-IQ-PRIOR-SOURCE      PIC X(08).
001860         10  AQ-IQ-PRIOR-IMAGE       PIC X(45).
001870         10  AQ-IQ-PRIOR-COUNT       PIC 9(05).
001880         10  AQ-IQ-NEXT-SW           PIC X(01).
001890             88  AQ-IQ-HAS-NEXT              VALUE "Y".
001900         10  AQ-IQ-NEXT-CODE         PIC X(01).
001910         10  AQ-IQ-NEXT-DATE         PIC 9(08).
001920         10  AQ-IQ-NEXT-SOURCE       PIC X(08).
001930         10  AQ-IQ-NEXT-IMAGE        PIC X(45).
001940         10  AQ-IQ-NEXT-COUNT        PIC 9(05).
001950
001960******************************************************************
001970*    RUN TOTALS                                                  *
001980******************************************************************
001990 77  AQ-CARDS-READ           PIC 9(05) VALUE ZEROES.
002000 77  AQ-CARDS-REJECTED       PIC 9(05) VALUE ZEROES.
002010 77  AQ-CARDS-LOST           PIC 9(05) VALUE ZEROES.
002020 77  AQ-JOURNAL-READ         PIC 9(07) VALUE ZEROES.
002030 77  AQ-FROM-JOURNAL         PIC 9(05) VALUE ZEROES.
002040 77  AQ-FROM-MASTER          PIC 9(05) VALUE ZEROES.
002050 77  AQ-NOT-ON-MASTER        PIC 9(05) VALUE ZEROES.
002060
002070 77  AQ-RETURN-CODE          PIC 9(04) VALUE ZEROES.
002080
002090******************************************************************
002100*    INQUIRY REPORT CONTROLS AND PRINT LINES.  EACH ANSWER IS A  *
002110*    BLOCK OF AQ-BLOCK-LINES LINES AND NEVER SPLITS ACROSS A     *
002120*    PAGE.                                                       *
002130******************************************************************
002140 77  AQ-LINES-PER-PAGE       PIC 9(02) VALUE 50.
002150 77  AQ-BLOCK-LINES          PIC 9(02) VALUE 09.
002160 77  AQ-LINE-COUNT           PIC 9(02) VALUE ZEROES.
002170 77  AQ-PAGE-COUNT           PIC 9(03) VALUE ZEROES.
002180
002190 01  AQ-RPT-HEADER-1.
002200     05  FILLER                  PIC X(38)
002210             VALUE "AUTHASOF AUTHOR POINT-IN-TIME INQUIRY".
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
002240     05  AQ-RPT-RUN-MONTH        PIC 9(02).
002250     05  FILLER                  PIC X(01) VALUE "/".
002260     05  AQ-RPT-RUN-DAY          PIC 9(02).
002270     05  FILLER                  PIC X(01) VALUE "/".
002280     05  AQ-RPT-RUN-YEAR         PIC 9(04).
002290     05  FILLER                  PIC X(05) VALUE SPACES.
002300     05  FILLER                  PIC X(05) VALUE "PAGE ".
002310     05  AQ-RPT-PAGE-NO          PIC ZZ9.
002320
002330 01  AQ-RPT-INQUIRY-LINE.
002340     05  FILLER                  PIC X(10) VALUE "AUTHOR ID ".
002350     05  AQ-RPT-AUTHOR-ID        PIC X(06).
002360     05  FILLER                  PIC X(09) VALUE "   AS OF ".
002370     05  AQ-RPT-AS-OF            PIC X(10).
002380     05  FILLER                  PIC X(03) VALUE SPACES.
002390     05  AQ-RPT-RESULT           PIC X(60).
002400
002410 01  AQ-RPT-FIELD-LINE.
002420     05  FILLER                  PIC X(05) VALUE SPACES.
002430     05  AQ-RPT-LABEL            PIC X(20).
002440     05  AQ-RPT-VALUE            PIC X(80).
002450
002460 01  AQ-RPT-TOTAL-LINE-1.
002470     05  FILLER                  PIC X(26)
002480             VALUE "INQUIRY CARDS READ......: ".
002490     05  AQ-RPT-TOT-CARDS        PIC ZZZZ9.
002500
002510 01  AQ-RPT-TOTAL-LINE-2.
002520     05  FILLER                  PIC X(26)
002530             VALUE "INQUIRY CARDS REJECTED..: ".
002540     05  AQ-RPT-TOT-REJECTED     PIC ZZZZ9.
002550
002560 01  AQ-RPT-TOTAL-LINE-3.
002570     05  FILLER                  PIC X(26)
002580             VALUE "ANSWERED FROM JOURNAL...: ".
002590     05  AQ-RPT-TOT-JOURNAL      PIC ZZZZ9.
002600
002610 01  AQ-RPT-TOTAL-LINE-4.
002620     05  FILLER                  PIC X(26)
002630             VALUE "ANSWERED FROM MASTER....: ".
002640     05  AQ-RPT-TOT-MASTER       PIC ZZZZ9.
002650
002660 01  AQ-RPT-TOTAL-LINE-5.
002670     05  FILLER                  PIC X(26)
002680             VALUE "NOT ON MASTER ON DATE...: ".
002690     05  AQ-RPT-TOT-NOT-ON       PIC ZZZZ9.
002700
002710 01  AQ-RPT-TOTAL-LINE-6.
002720     05  FILLER                  PIC X(26)
002730             VALUE "JOURNAL ENTRIES READ....: ".
002740     05  AQ-RPT-TOT-ENTRIES      PIC ZZZZZZ9.
002750
002760******************************************************************
002770*    PROCEDURE DIVISION                                          *
002780******************************************************************
002790 PROCEDURE DIVISION.
002800
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE
002830         THRU 1000-INITIALIZE-EXIT
002840     IF AQ-RETURN-CODE < 12
002850         PERFORM 1500-LOAD-INQUIRIES
002860             THRU 1500-LOAD-INQUIRIES-EXIT
002870             UNTIL AQ-END-OF-CARDS
002880         PERFORM 2000-SCAN-JOURNAL
002890             THRU 2000-SCAN-JOURNAL-EXIT
002900             UNTIL AQ-END-OF-JOURNAL
002910         PERFORM 3000-ANSWER-ONE-INQUIRY
002920             THRU 3000-ANSWER-ONE-INQUIRY-EXIT
002930             VARYING AQ-INQ-SUB FROM 1 BY 1
002940             UNTIL AQ-INQ-SUB > AQ-INQ-COUNT
002950         PERFORM 4000-PRINT-RUN-TOTALS
002960             THRU 4000-PRINT-RUN-TOTALS-EXIT
002970     END-IF
002980     PERFORM 9999-TERMINATE
002990         THRU 9999-TERMINATE-EXIT
003000     MOVE AQ-RETURN-CODE TO RETURN-CODE
003010     STOP RUN.
003020
003030******************************************************************
003040*    1000-INITIALIZE                                             *
003050*    OPENS THE FILES.  THE CARDS, MASTER, AND REPORT ARE         *
003060*    REQUIRED.  NO JOURNAL YET (AUTHMNT HAS NEVER APPLIED A      *
003070*    CHANGE SINCE IT WAS CREATED) MEANS EVERY ANSWER COMES OFF   *
003080*    THE CURRENT MASTER.                                         *
003090******************************************************************
003100 1000-INITIALIZE.
003110     MOVE FUNCTION CURRENT-DATE TO AQ-CURRENT-DATE-FIELDS
003120     OPEN OUTPUT ASOF-REPORT
003130     IF NOT AQ-ASOFRPT-OK
003140         DISPLAY "AUTHASOF: UNABLE TO OPEN ASOF-REPORT, "
003150             "STATUS = " AQ-ASOFRPT-STATUS
003160         MOVE 12 TO AQ-RETURN-CODE
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF
003190     OPEN INPUT INQUIRY-CARDS
003200     IF NOT AQ-ASOFINQ-OK
003210         DISPLAY "AUTHASOF: UNABLE TO OPEN INQUIRY-CARDS, "
003220             "STATUS = " AQ-ASOFINQ-STATUS
003230         MOVE 12 TO AQ-RETURN-CODE
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF
003260     OPEN INPUT AUTHOR-MASTER
003270     IF NOT AQ-AUTHMST-OK
003280         DISPLAY "AUTHASOF: UNABLE TO OPEN AUTHOR-MASTER, "
003290             "STATUS = " AQ-AUTHMST-STATUS
003300         MOVE 12 TO AQ-RETURN-CODE
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF
003330     OPEN INPUT AUTHOR-CHANGE-JOURNAL
003340     IF AQ-AUTHJRNL-NOT-FOUND
003350         DISPLAY "AUTHASOF: NO AUTHOR CHANGE JOURNAL YET -- "
003360             "ANSWERING FROM THE CURRENT MASTER"
003370         MOVE "Y" TO AQ-JOURNAL-EOF-SWITCH
003380     ELSE
003390         IF NOT AQ-AUTHJRNL-OK
003400             DISPLAY "AUTHASOF: UNABLE TO OPEN "
003410                 "AUTHOR-CHANGE-JOURNAL, STATUS = "
003420                 AQ-AUTHJRNL-STATUS
003430             MOVE 12 TO AQ-RETURN-CODE
003440             GO TO 1000-INITIALIZE-EXIT
003450         END-IF
003460     END-IF
003470     MOVE ZEROES TO AQ-PAGE-COUNT
003480     MOVE AQ-LINES-PER-PAGE TO AQ-LINE-COUNT.
003490 1000-INITIALIZE-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*    1500-LOAD-INQUIRIES                                         *
003540*    READS ONE INQUIRY CARD INTO THE TABLE.  A CARD WITH NO      *
003550*    AUTHOR ID OR A DATE THAT IS NOT CCYYMMDD IS STILL TABLED    *
003560*    SO IT PRINTS IN DECK ORDER WITH ITS REJECT REASON.  CARDS   *
003570*    PAST THE TABLE SIZE ARE COUNTED AND NAMED ON SYSOUT.        *
003580******************************************************************
003590 1500-LOAD-INQUIRIES.
003600     READ INQUIRY-CARDS
003610         AT END
003620             MOVE "Y" TO AQ-CARDS-EOF-SWITCH
003630             GO TO 1500-LOAD-INQUIRIES-EXIT
003640     END-READ
003650     IF IQ-CARD-IMAGE = SPACES
003660         OR IQ-CARD-IMAGE (1:1) = "*"
003670         GO TO 1500-LOAD-INQUIRIES-EXIT
003680     END-IF
003690     ADD 1 TO AQ-CARDS-READ
003700     IF AQ-INQ-COUNT NOT LESS THAN AQ-INQ-TABLE-MAX
003710         DISPLAY "AUTHASOF: INQUIRY TABLE FULL -- CARD FOR "
003720             IQ-AUTHOR-ID " NOT ANSWERED"
003730         ADD 1 TO AQ-CARDS-LOST
003740         ADD 1 TO AQ-CARDS-REJECTED
003750         IF AQ-RETURN-CODE < 4
003760             MOVE 4 TO AQ-RETURN-CODE
003770         END-IF
003780         GO TO 1500-LOAD-INQUIRIES-EXIT
003790     END-IF
003800     ADD 1 TO AQ-INQ-COUNT
003810     MOVE IQ-AUTHOR-ID TO AQ-IQ-AUTHOR-ID (AQ-INQ-COUNT)
003820     MOVE ZEROES       TO AQ-IQ-AS-OF-DATE (AQ-INQ-COUNT)
003830     MOVE SPACES       TO AQ-IQ-REJECT-REASON (AQ-INQ-COUNT)
003840     MOVE "N"          TO AQ-IQ-PRIOR-SW (AQ-INQ-COUNT)
003850     MOVE SPACES       TO AQ-IQ-PRIOR-CODE (AQ-INQ-COUNT)
003860     MOVE ZEROES       TO AQ-IQ-PRIOR-DATE (AQ-INQ-COUNT)
003870     MOVE SPACES       TO AQ-IQ-PRIOR-SOURCE (AQ-INQ-COUNT)
003880     MOVE SPACES       TO AQ-IQ-PRIOR-IMAGE (AQ-INQ-COUNT)
003890     MOVE ZEROES       TO AQ-IQ-PRIOR-COUNT (AQ-INQ-COUNT)
003900     MOVE "N"          TO AQ-IQ-NEXT-SW (AQ-INQ-COUNT)
003910     MOVE SPACES       TO AQ-IQ-NEXT-CODE (AQ-INQ-COUNT)
003920     MOVE ZEROES       TO AQ-IQ-NEXT-DATE (AQ-INQ-COUNT)
003930     MOVE SPACES       TO AQ-IQ-NEXT-SOURCE (AQ-INQ-COUNT)
003940     MOVE SPACES       TO AQ-IQ-NEXT-IMAGE (AQ-INQ-COUNT)
003950     MOVE ZEROES       TO AQ-IQ-NEXT-COUNT (AQ-INQ-COUNT)
003960     IF IQ-AUTHOR-ID = SPACES
003970         MOVE "NO AUTHOR ID IN COLUMNS 1-6"
003980             TO AQ-IQ-REJECT-REASON (AQ-INQ-COUNT)
003990         GO TO 1500-LOAD-INQUIRIES-EXIT
004000     END-IF
004010     IF IQ-AS-OF-DATE NOT NUMERIC
004020         OR IQ-AS-OF-MM < "01" OR IQ-AS-OF-MM > "12"
004030         OR IQ-AS-OF-DD < "01" OR IQ-AS-OF-DD > "31"
004040         MOVE "AS-OF DATE IN COLUMNS 8-15 NOT CCYYMMDD"
004050             TO AQ-IQ-REJECT-REASON (AQ-INQ-COUNT)
004060         GO TO 1500-LOAD-INQUIRIES-EXIT
004070     END-IF
004080     MOVE IQ-AS-OF-DATE TO AQ-IQ-AS-OF-DATE (AQ-INQ-COUNT).
004090 1500-LOAD-INQUIRIES-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130*    2000-SCAN-JOURNAL                                           *
004140*    READS ONE JOURNAL ENTRY AND OFFERS IT TO EVERY INQUIRY.     *
004150******************************************************************
004160 2000-SCAN-JOURNAL.
004170     READ AUTHOR-CHANGE-JOURNAL
004180         AT END
004190             MOVE "Y" TO AQ-JOURNAL-EOF-SWITCH
004200             GO TO 2000-SCAN-JOURNAL-EXIT
004210     END-READ
004220     ADD 1 TO AQ-JOURNAL-READ
004230     PERFORM 2100-OFFER-TO-INQUIRY
004240         THRU 2100-OFFER-TO-INQUIRY-EXIT
004250         VARYING AQ-INQ-SUB FROM 1 BY 1
004260         UNTIL AQ-INQ-SUB > AQ-INQ-COUNT.
004270 2000-SCAN-JOURNAL-EXIT.
004280     EXIT.
004290
004300******************************************************************
004310*    2100-OFFER-TO-INQUIRY                                       *
004320*    AN ENTRY FOR THE INQUIRY'S AUTHOR RUN ON OR BEFORE THE      *
004330*    AS-OF DATE REPLACES THE PRIOR ENTRY (THE JOURNAL IS IN RUN  *
004340*    ORDER, SO THE LAST ONE SEEN IS THE LATEST).  THE FIRST      *
004350*    ENTRY RUN AFTER THE DATE IS KEPT AS THE NEXT ENTRY.         *
004360*    AUTHMNT RUNS AT THE START OF THE NIGHT'S CYCLE, SO A        *
004370*    CHANGE RUN ON THE AS-OF DATE WAS IN FORCE THAT DAY.         *
004380******************************************************************
004390 2100-OFFER-TO-INQUIRY.
004400     IF AC-AUTHOR-ID NOT = AQ-IQ-AUTHOR-ID (AQ-INQ-SUB)
004410         OR AQ-IQ-REJECT-REASON (AQ-INQ-SUB) NOT = SPACES
004420         GO TO 2100-OFFER-TO-INQUIRY-EXIT
004430     END-IF
004440     IF AC-RUN-DATE NOT > AQ-IQ-AS-OF-DATE (AQ-INQ-SUB)
004450         MOVE "Y"             TO AQ-IQ-PRIOR-SW (AQ-INQ-SUB)
004460         MOVE AC-TRANS-CODE   TO AQ-IQ-PRIOR-CODE (AQ-INQ-SUB)
004470         MOVE AC-RUN-DATE     TO AQ-IQ-PRIOR-DATE (AQ-INQ-SUB)
004480         MOVE AC-TRANS-SOURCE TO AQ-IQ-PRIOR-SOURCE (AQ-INQ-SUB)
004490         MOVE AC-AFTER-IMAGE  TO AQ-IQ-PRIOR-IMAGE (AQ-INQ-SUB)
004500         ADD 1 TO AQ-IQ-PRIOR-COUNT (AQ-INQ-SUB)
004510         GO TO 2100-OFFER-TO-INQUIRY-EXIT
004520     END-IF
004530     ADD 1 TO AQ-IQ-NEXT-COUNT (AQ-INQ-SUB)
004540     IF AQ-IQ-HAS-NEXT (AQ-INQ-SUB)
004550         GO TO 2100-OFFER-TO-INQUIRY-EXIT
004560     END-IF
004570     MOVE "Y"             TO AQ-IQ-NEXT-SW (AQ-INQ-SUB)
004580     MOVE AC-TRANS-CODE   TO AQ-IQ-NEXT-CODE (AQ-INQ-SUB)
004590     MOVE AC-RUN-DATE     TO AQ-IQ-NEXT-DATE (AQ-INQ-SUB)
004600     MOVE AC-TRANS-SOURCE TO AQ-IQ-NEXT-SOURCE (AQ-INQ-SUB)
004610     MOVE AC-BEFORE-IMAGE TO AQ-IQ-NEXT-IMAGE (AQ-INQ-SUB).
004620 2100-OFFER-TO-INQUIRY-EXIT.
004630     EXIT.
004640
004650******************************************************************
004660*    3000-ANSWER-ONE-INQUIRY                                     *
004670*    WORKS OUT WHERE THE AUTHOR'S RECORD ON THE AS-OF DATE       *
004680*    COMES FROM, PUTS IT IN THE AUTHOR-RECORD AREA, AND PRINTS   *
004690*    THE ANSWER BLOCK:                                           *
004700*      PRIOR ENTRY IS A DELETE  - NOT ON MASTER ON THAT DATE     *
004710*      PRIOR ENTRY OTHERWISE    - THE RECORD THAT RUN LEFT       *
004720*      NEXT ENTRY IS AN ADD     - NOT YET ON MASTER              *
004730*      NEXT ENTRY OTHERWISE     - THE RECORD BEFORE THAT RUN     *
004740*      NO ENTRY EITHER SIDE     - THE CURRENT MASTER RECORD      *
004750******************************************************************
004760 3000-ANSWER-ONE-INQUIRY.
004770     IF AQ-LINE-COUNT + AQ-BLOCK-LINES > AQ-LINES-PER-PAGE
004780         PERFORM 3400-PRINT-PAGE-HEADERS
004790             THRU 3400-PRINT-PAGE-HEADERS-EXIT
004800     END-IF
004810     MOVE "N"    TO AQ-RECORD-FOUND-SWITCH
004820     MOVE SPACES TO AQ-RESULT-TEXT
004830     MOVE SPACES TO AQ-BASIS-TEXT
004840     MOVE AQ-IQ-AUTHOR-ID (AQ-INQ-SUB) TO AQ-RPT-AUTHOR-ID
004850     MOVE AQ-IQ-AS-OF-DATE (AQ-INQ-SUB) TO AQ-DATE-WORK
004860     PERFORM 8100-FORMAT-DATE
004870         THRU 8100-FORMAT-DATE-EXIT
004880     MOVE AQ-DATE-PRINT TO AQ-RPT-AS-OF
004890     IF AQ-IQ-REJECT-REASON (AQ-INQ-SUB) NOT = SPACES
004900         ADD 1 TO AQ-CARDS-REJECTED
004910         IF AQ-RETURN-CODE < 4
004920             MOVE 4 TO AQ-RETURN-CODE
004930         END-IF
004940         MOVE SPACES TO AQ-RPT-AS-OF
004950         MOVE "CARD REJECTED" TO AQ-RESULT-TEXT
004960         MOVE AQ-IQ-REJECT-REASON (AQ-INQ-SUB) TO AQ-BASIS-TEXT
004970         PERFORM 3200-PRINT-ANSWER-BLOCK
004980             THRU 3200-PRINT-ANSWER-BLOCK-EXIT
004990         GO TO 3000-ANSWER-ONE-INQUIRY-EXIT
005000     END-IF
005010     IF AQ-IQ-HAS-PRIOR (AQ-INQ-SUB)
005020         PERFORM 3100-ANSWER-FROM-PRIOR
005030             THRU 3100-ANSWER-FROM-PRIOR-EXIT
005040     ELSE
005050         IF AQ-IQ-HAS-NEXT (AQ-INQ-SUB)
005060             PERFORM 3150-ANSWER-FROM-NEXT
005070                 THRU 3150-ANSWER-FROM-NEXT-EXIT
005080         ELSE
005090             PERFORM 3180-ANSWER-FROM-MASTER
005100                 THRU 3180-ANSWER-FROM-MASTER-EXIT
005110         END-IF
005120     END-IF
005130     IF AQ-RECORD-FOUND
005140         MOVE "ON MASTER" TO AQ-RESULT-TEXT
005150     ELSE
005160         ADD 1 TO AQ-NOT-ON-MASTER
005170     END-IF
005180     PERFORM 3200-PRINT-ANSWER-BLOCK
005190         THRU 3200-PRINT-ANSWER-BLOCK-EXIT.
005200 3000-ANSWER-ONE-INQUIRY-EXIT.
005210     EXIT.
005220
005230 3100-ANSWER-FROM-PRIOR.
005240     ADD 1 TO AQ-FROM-JOURNAL
005250     MOVE AQ-IQ-PRIOR-DATE (AQ-INQ-SUB) TO AQ-DATE-WORK
005260     PERFORM 8100-FORMAT-DATE
005270         THRU 8100-FORMAT-DATE-EXIT
005280     MOVE AQ-IQ-PRIOR-CODE (AQ-INQ-SUB) TO AQ-ENTRY-DESC
005290     PERFORM 8200-DESCRIBE-ENTRY
005300         THRU 8200-DESCRIBE-ENTRY-EXIT
005310     IF AQ-IQ-PRIOR-CODE (AQ-INQ-SUB) = "D"
005320         STRING "NOT ON MASTER - DELETED " DELIMITED BY SIZE
005330             AQ-DATE-PRINT DELIMITED BY SIZE
005340             INTO AQ-RESULT-TEXT
005350         END-STRING
005360     ELSE
005370         MOVE AQ-IQ-PRIOR-IMAGE (AQ-INQ-SUB) TO AUTHOR-RECORD
005380         MOVE "Y" TO AQ-RECORD-FOUND-SWITCH
005390     END-IF
005400     STRING "JOURNAL - AS LEFT BY THE " DELIMITED BY SIZE
005410         AQ-ENTRY-DESC DELIMITED BY SPACE
005420         " RUN " DELIMITED BY SIZE
005430         AQ-DATE-PRINT DELIMITED BY SIZE
005440         ", SOURCE " DELIMITED BY SIZE
005450         AQ-IQ-PRIOR-SOURCE (AQ-INQ-SUB) DELIMITED BY SPACE
005460         INTO AQ-BASIS-TEXT
005470     END-STRING.
005480 3100-ANSWER-FROM-PRIOR-EXIT.
005490     EXIT.
005500
005510 3150-ANSWER-FROM-NEXT.
005520     ADD 1 TO AQ-FROM-JOURNAL
005530     MOVE AQ-IQ-NEXT-DATE (AQ-INQ-SUB) TO AQ-DATE-WORK
005540     PERFORM 8100-FORMAT-DATE
005550         THRU 8100-FORMAT-DATE-EXIT
005560     MOVE AQ-IQ-NEXT-CODE (AQ-INQ-SUB) TO AQ-ENTRY-DESC
005570     PERFORM 8200-DESCRIBE-ENTRY
005580         THRU 8200-DESCRIBE-ENTRY-EXIT
005590     IF AQ-IQ-NEXT-CODE (AQ-INQ-SUB) = "A"
005600         STRING "NOT YET ON MASTER - ADDED " DELIMITED BY SIZE
005610             AQ-DATE-PRINT DELIMITED BY SIZE
005620             INTO AQ-RESULT-TEXT
005630         END-STRING
005640     ELSE
005650         MOVE AQ-IQ-NEXT-IMAGE (AQ-INQ-SUB) TO AUTHOR-RECORD
005660         MOVE "Y" TO AQ-RECORD-FOUND-SWITCH
005670     END-IF
005680     STRING "JOURNAL - AS IT STOOD BEFORE THE " DELIMITED BY SIZE
005690         AQ-ENTRY-DESC DELIMITED BY SPACE
005700         " RUN " DELIMITED BY SIZE
005710         AQ-DATE-PRINT DELIMITED BY SIZE
005720         ", SOURCE " DELIMITED BY SIZE
005730         AQ-IQ-NEXT-SOURCE (AQ-INQ-SUB) DELIMITED BY SPACE
005740         INTO AQ-BASIS-TEXT
005750     END-STRING.
005760 3150-ANSWER-FROM-NEXT-EXIT.
005770     EXIT.
005780
005790 3180-ANSWER-FROM-MASTER.
005800     MOVE AQ-IQ-AUTHOR-ID (AQ-INQ-SUB) TO AR-AUTHOR-ID
005810     READ AUTHOR-MASTER
005820         INVALID KEY
005830             MOVE "NOT ON MASTER - NO JOURNAL HISTORY"
005840                 TO AQ-RESULT-TEXT
005850             MOVE "NO JOURNAL ENTRY AND NO CURRENT MASTER RECORD"
005860                 TO AQ-BASIS-TEXT
005870             GO TO 3180-ANSWER-FROM-MASTER-EXIT
005880     END-READ
005890     ADD 1 TO AQ-FROM-MASTER
005900     MOVE "Y" TO AQ-RECORD-FOUND-SWITCH
005910     MOVE "CURRENT MASTER - NOT CHANGED SINCE THE JOURNAL BEGAN"
005920         TO AQ-BASIS-TEXT.
005930 3180-ANSWER-FROM-MASTER-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    3200-PRINT-ANSWER-BLOCK                                     *
005980*    THE INQUIRY LINE, THE RECORD'S FIELDS WHEN THERE IS A       *
005990*    RECORD, WHERE THE ANSWER CAME FROM, AND HOW MANY JOURNAL    *
006000*    ENTRIES FELL EACH SIDE OF THE DATE.  A STATUS WHOSE         *
006010*    EFFECTIVE DATE FALLS AFTER THE AS-OF DATE IS FLAGGED: THE   *
006020*    DESK KEYED IT AHEAD OF TIME, SO THE AUTHOR WAS STILL IN     *
006030*    THEIR EARLIER STATUS ON THE DAY.                            *
006040******************************************************************
006050 3200-PRINT-ANSWER-BLOCK.
006060     MOVE AQ-RESULT-TEXT TO AQ-RPT-RESULT
006070     WRITE AS-PRINT-LINE FROM SPACES
006080     WRITE AS-PRINT-LINE FROM AQ-RPT-INQUIRY-LINE
006090     ADD 2 TO AQ-LINE-COUNT
006100     IF AQ-RECORD-FOUND
006110         MOVE "NAME..............: " TO AQ-RPT-LABEL
006120         MOVE AR-NAME TO AQ-RPT-VALUE
006130         PERFORM 3300-WRITE-FIELD-LINE
006140             THRU 3300-WRITE-FIELD-LINE-EXIT
006150         MOVE "BIRTH DATE........: " TO AQ-RPT-LABEL
006160         MOVE SPACES TO AQ-RPT-VALUE
006170         MOVE AR-BIRTH-MONTH TO AQ-DP-MM
006180         MOVE AR-BIRTH-DAY   TO AQ-DP-DD
006190         MOVE AR-BIRTH-YEAR  TO AQ-DP-CCYY
006200         MOVE AQ-DATE-PRINT TO AQ-RPT-VALUE
006210         PERFORM 3300-WRITE-FIELD-LINE
006220             THRU 3300-WRITE-FIELD-LINE-EXIT
006230         MOVE "FAVORITE NUMBER...: " TO AQ-RPT-LABEL
006240         MOVE AR-FAVORITE-NUMBER TO AQ-RPT-VALUE
006250         PERFORM 3300-WRITE-FIELD-LINE
006260             THRU 3300-WRITE-FIELD-LINE-EXIT
006270         EVALUATE TRUE
006280             WHEN AR-STATUS-INACTIVE
006290                 MOVE "INACTIVE" TO AQ-STATUS-DESC
006300             WHEN AR-STATUS-ON-LEAVE
006310                 MOVE "ON LEAVE" TO AQ-STATUS-DESC
006320             WHEN OTHER
006330                 MOVE "ACTIVE" TO AQ-STATUS-DESC
006340         END-EVALUATE
006350         MOVE AR-STATUS-MONTH TO AQ-DP-MM
006360         MOVE AR-STATUS-DAY   TO AQ-DP-DD
006370         MOVE AR-STATUS-YEAR  TO AQ-DP-CCYY
006380         MOVE "STATUS............: " TO AQ-RPT-LABEL
006390         MOVE SPACES TO AQ-RPT-VALUE
006400         STRING AQ-STATUS-DESC DELIMITED BY SPACE
006410             " EFFECTIVE " DELIMITED BY SIZE
006420             AQ-DATE-PRINT DELIMITED BY SIZE
006430             INTO AQ-RPT-VALUE
006440         END-STRING
006450         COMPUTE AQ-DATE-WORK =
006460             AR-STATUS-YEAR * 10000
006470                 + AR-STATUS-MONTH * 100 + AR-STATUS-DAY
006480         IF AQ-DATE-WORK > AQ-IQ-AS-OF-DATE (AQ-INQ-SUB)
006490             MOVE "(EFFECTIVE DATE IS AFTER THE AS-OF DATE)"
006500                 TO AQ-RPT-VALUE (31:40)
006510         END-IF
006520         PERFORM 3300-WRITE-FIELD-LINE
006530             THRU 3300-WRITE-FIELD-LINE-EXIT
006540     END-IF
006550     MOVE "ANSWER FROM.......: " TO AQ-RPT-LABEL
006560     MOVE AQ-BASIS-TEXT TO AQ-RPT-VALUE
006570     PERFORM 3300-WRITE-FIELD-LINE
006580         THRU 3300-WRITE-FIELD-LINE-EXIT
006590     IF AQ-IQ-REJECT-REASON (AQ-INQ-SUB) = SPACES
006600         MOVE "JOURNAL ENTRIES...: " TO AQ-RPT-LABEL
006610         MOVE SPACES TO AQ-RPT-VALUE
006620         MOVE AQ-IQ-PRIOR-COUNT (AQ-INQ-SUB) TO AQ-RPT-VALUE (1:5)
006630         MOVE " ON OR BEFORE THE DATE, " TO AQ-RPT-VALUE (6:24)
006640         MOVE AQ-IQ-NEXT-COUNT (AQ-INQ-SUB) TO AQ-RPT-VALUE (30:5)
006650         MOVE " AFTER IT" TO AQ-RPT-VALUE (35:9)
006660         PERFORM 3300-WRITE-FIELD-LINE
006670             THRU 3300-WRITE-FIELD-LINE-EXIT
006680     END-IF.
006690 3200-PRINT-ANSWER-BLOCK-EXIT.
006700     EXIT.
006710
006720 3300-WRITE-FIELD-LINE.
006730     WRITE AS-PRINT-LINE FROM AQ-RPT-FIELD-LINE
006740     ADD 1 TO AQ-LINE-COUNT.
006750 3300-WRITE-FIELD-LINE-EXIT.
006760     EXIT.
006770
006780 3400-PRINT-PAGE-HEADERS.
006790     ADD 1 TO AQ-PAGE-COUNT
006800     MOVE AQ-PAGE-COUNT TO AQ-RPT-PAGE-NO
006810     MOVE AQ-CURR-MONTH TO AQ-RPT-RUN-MONTH
006820     MOVE AQ-CURR-DAY   TO AQ-RPT-RUN-DAY
006830     MOVE AQ-CURR-YEAR  TO AQ-RPT-RUN-YEAR
006840     IF AQ-PAGE-COUNT > 1
006850         WRITE AS-PRINT-LINE FROM SPACES
006860     END-IF
006870     WRITE AS-PRINT-LINE FROM AQ-RPT-HEADER-1
006880     MOVE 1 TO AQ-LINE-COUNT.
006890 3400-PRINT-PAGE-HEADERS-EXIT.
006900     EXIT.
006910
006920******************************************************************
006930*    4000-PRINT-RUN-TOTALS                                       *
006940******************************************************************
006950 4000-PRINT-RUN-TOTALS.
006960     IF AQ-PAGE-COUNT = ZEROES
006970         PERFORM 3400-PRINT-PAGE-HEADERS
006980             THRU 3400-PRINT-PAGE-HEADERS-EXIT
006990     END-IF
007000     MOVE AQ-CARDS-READ     TO AQ-RPT-TOT-CARDS
007010     MOVE AQ-CARDS-REJECTED TO AQ-RPT-TOT-REJECTED
007020     MOVE AQ-FROM-JOURNAL   TO AQ-RPT-TOT-JOURNAL
007030     MOVE AQ-FROM-MASTER    TO AQ-RPT-TOT-MASTER
007040     MOVE AQ-NOT-ON-MASTER  TO AQ-RPT-TOT-NOT-ON
007050     MOVE AQ-JOURNAL-READ   TO AQ-RPT-TOT-ENTRIES
007060     WRITE AS-PRINT-LINE FROM SPACES
007070     WRITE AS-PRINT-LINE FROM AQ-RPT-TOTAL-LINE-1
007080     WRITE AS-PRINT-LINE FROM AQ-RPT-TOTAL-LINE-2
007090     WRITE AS-PRINT-LINE FROM AQ-RPT-TOTAL-LINE-3
007100     WRITE AS-PRINT-LINE FROM AQ-RPT-TOTAL-LINE-4
007110     WRITE AS-PRINT-LINE FROM AQ-RPT-TOTAL-LINE-5
007120     WRITE AS-PRINT-LINE FROM AQ-RPT-TOTAL-LINE-6.
007130 4000-PRINT-RUN-TOTALS-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170*    8100-FORMAT-DATE                                            *
007180*    AQ-DATE-WORK (CCYYMMDD) TO AQ-DATE-PRINT (MM/DD/YYYY).      *
007190******************************************************************
007200 8100-FORMAT-DATE.
007210     MOVE AQ-DW-MM   TO AQ-DP-MM
007220     MOVE AQ-DW-DD   TO AQ-DP-DD
007230     MOVE AQ-DW-CCYY TO AQ-DP-CCYY.
007240 8100-FORMAT-DATE-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280*    8200-DESCRIBE-ENTRY                                         *
007290*    TURNS THE JOURNAL TRANSACTION CODE IN AQ-ENTRY-DESC INTO    *
007300*    A WORD FOR THE REPORT.                                      *
007310******************************************************************
007320 8200-DESCRIBE-ENTRY.
007330     EVALUATE AQ-ENTRY-DESC
007340         WHEN "A"
007350             MOVE "ADD" TO AQ-ENTRY-DESC
007360         WHEN "C"
007370             MOVE "CHANGE" TO AQ-ENTRY-DESC
007380         WHEN "D"
007390             MOVE "DELETE" TO AQ-ENTRY-DESC
007400         WHEN OTHER
007410             MOVE "ENTRY" TO AQ-ENTRY-DESC
007420     END-EVALUATE.
007430 8200-DESCRIBE-ENTRY-EXIT.
007440     EXIT.
007450
007460 9999-TERMINATE.
007470     IF AQ-ASOFINQ-OK OR AQ-ASOFINQ-EOF
007480         CLOSE INQUIRY-CARDS
007490     END-IF
007500     IF AQ-AUTHJRNL-OK OR AQ-AUTHJRNL-EOF
007510         CLOSE AUTHOR-CHANGE-JOURNAL
007520     END-IF
007530     IF AQ-AUTHMST-OK
007540         CLOSE AUTHOR-MASTER
007550     END-IF
007560     IF AQ-ASOFRPT-OK
007570         CLOSE ASOF-REPORT
007580     END-IF.
007590 9999-TERMINATE-EXIT.
007600     EXIT.
