000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      RATTREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE PAY RATE MAINTENANCE   *
000050*                   TRANSACTION FILE.  ONE ENTRY PER ADD,        *
000060*                   CHANGE, OR END-DATE REQUEST FROM THE PAY     *
000070*                   DESK, KEYED ON RX-AUTHOR-ID (OR *DFLT* FOR   *
000080*                   THE HOUSE RATE) PLUS THE EFFECTIVE DATE OF   *
000090*                   THE RATE ROW.  AN ADD OPENS A NEW RATE       *
000100*                   PERIOD; A CHANGE CARRIES THE COMPLETE        *
000110*                   REPLACEMENT RATE AND END DATE FOR AN         *
000120*                   EXISTING ROW; AN END-DATE TRANSACTION ONLY   *
000130*                   SETS THE LAST DAY THE ROW GOVERNS.  A BLANK  *
000140*                   END DATE MEANS OPEN-ENDED.                   *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ---------------------------------------------------------- *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------  ----  -------------------------------------------*
000200*    2026-10-15  SDL  ORIGINAL COPYBOOK.                        *
000210******************************************************************
000220 01  RATE-TRANS-RECORD.
000230     05  RX-TRANS-CODE           PIC X(01).
000240         88  RX-TRANS-ADD               VALUE "A".
000250         88  RX-TRANS-CHANGE            VALUE "C".
000260         88  RX-TRANS-END-DATE          VALUE "E".
000270     05  RX-AUTHOR-ID            PIC X(06).
000280         88  RX-DEFAULT-RATE-ROW        VALUE "*DFLT*".
000290     05  RX-EFFECTIVE-DATE.
000300         10  RX-EFF-MONTH        PIC 9(02).
000310         10  RX-EFF-DAY          PIC 9(02).
000320         10  RX-EFF-YEAR         PIC 9(04).
000330     05  RX-RATE-PER-WORD        PIC 9(01)V9(04).
000340     05  RX-END-DATE.
000350         10  RX-END-MONTH        PIC 9(02).
000360         10  RX-END-DAY          PIC 9(02).
000370         10  RX-END-YEAR         PIC 9(04).
000380     05  FILLER                  PIC X(52).
