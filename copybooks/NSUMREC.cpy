000130*                     BLOGPOST        READ/EXPORTED/- PLUS THE   *
000140*                                     HELD AND RELEASED COUNTS   *
000150*                     BLGRECON        AUTHOR/POST/UNKNOWN ROWS   *
000160*                   THE STEPS THAT APPLY A BATCHED MAINTENANCE   *
000170*                   FEED (AUTHMNT, CATMNT, POSTRTRC) ALSO SAY    *
000180*                   WHAT BECAME OF THE NIGHT'S BATCH.            *
000190*                                                                *
000200*    MODIFICATION HISTORY                                       *
000210*    ---------------------------------------------------------- *
000220*    DATE       INIT  DESCRIPTION                                *
000230*    ---------  ----  -------------------------------------------*
000240*    2026-09-02  SDL  ORIGINAL COPYBOOK.                        *
000250*    2026-10-15  SDL  ADDED THE BATCH ID AND BATCH STATUS,       *
000260*                     CARVED OUT OF THE TRAILING FILLER.         *
000270******************************************************************
000280 01  NIGHT-SUMMARY-RECORD.
000290     05  NS-PROGRAM-ID           PIC X(08).
000300     05  NS-RUN-DATE             PIC 9(08).
000310     05  NS-RETURN-CODE          PIC 9(04).
000320     05  NS-COUNT-READ           PIC 9(05).
000330     05  NS-COUNT-GOOD           PIC 9(05).
000340     05  NS-COUNT-REJECT         PIC 9(05).
000350     05  NS-COUNT-HELD           PIC 9(05).
000360     05  NS-COUNT-RELEASED       PIC 9(05).
000370     05  NS-BATCH-ID             PIC X(12).
000380     05  NS-BATCH-STATUS         PIC X(01).
000390         88  NS-BATCH-NOT-BATCHED       VALUE " ".
000400         88  NS-BATCH-APPLIED           VALUE "A".
000410         88  NS-BATCH-DUPLICATE         VALUE "D".
000420         88  NS-BATCH-OUT-OF-BALANCE    VALUE "B".
000430         88  NS-BATCH-NONE              VALUE "N".
000440     05  FILLER                  PIC X(22).
