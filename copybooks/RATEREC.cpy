000020*                                                                *
000030*    COPYBOOK      RATEREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE CONTRIBUTOR PAYMENT    *
000050*                   RATE FILE.  ONE ENTRY PER AUTHOR PER RATE    *
000060*                   PERIOD, KEYED ON RT-AUTHOR-ID PLUS THE       *
000070*                   CCYYMMDD DATE THE RATE TAKES EFFECT,         *
000080*                   CARRYING THE PER-WORD ROYALTY RATE.  ROWS    *
000090*                   WITH THE RESERVED ID *DFLT* SUPPLY THE       *
000100*                   HOUSE RATE FOR AUTHORS WITH NO ROW OF THEIR  *
000110*                   OWN IN EFFECT.  A ROW GOVERNS FROM ITS       *
000120*                   EFFECTIVE DATE UNTIL THE AUTHOR'S NEXT ROW   *
000130*                   TAKES EFFECT, OR THROUGH ITS OWN END DATE    *
000140*                   WHEN ONE IS SET (ZEROES MEAN OPEN-ENDED).    *
000150*                   ROWS CARRIED OVER FROM BEFORE EFFECTIVE      *
000160*                   DATING HOLD AN EFFECTIVE DATE OF ZEROES AND  *
000170*                   SO GOVERN FROM THE START.  MAINTAINED BY     *
000180*                   RATEMNT.                                     *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    ---------------------------------------------------------- *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------  ----  -------------------------------------------*
000240*    2026-08-22  SDL  ORIGINAL COPYBOOK.                        *
000250*    2026-10-15  SDL  RATES ARE NOW EFFECTIVE-DATED: THE KEY     *
000260*                     IS AUTHOR PLUS EFFECTIVE DATE, AND A ROW   *
000270*                     MAY CARRY AN END DATE.                     *
000280******************************************************************
000290 01  PAY-RATE-RECORD.
000300     05  RT-RATE-KEY.
000310         10  RT-AUTHOR-ID        PIC X(06).
000320             88  RT-DEFAULT-RATE-ROW    VALUE "*DFLT*".
000330         10  RT-EFFECTIVE-DATE   PIC 9(08).
000340     05  RT-RATE-PER-WORD        PIC 9(01)V9(04).
000350     05  RT-END-DATE             PIC 9(08).
000360     05  FILLER                  PIC X(53).
