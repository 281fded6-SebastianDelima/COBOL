000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      SERREC                                       *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE POST SERIES REFERENCE  *
000050*                   FILE THE EDITORIAL DESK MAINTAINS.  ONE      *
000060*                   ENTRY PER MULTI-PART SERIES, KEYED ON        *
000070*                   SE-SERIES-CODE, WITH THE NUMBER OF PARTS     *
000080*                   PLANNED AND THE AUTHOR WHO OWNS THE SERIES.  *
000090*                   A CLOSED SERIES TAKES NO MORE PARTS BUT      *
000100*                   KEEPS THE CODE THE PUBLISHED PARTS CARRY.    *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    ---------------------------------------------------------- *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------  ----  -------------------------------------------*
000160*    2026-10-15  SDL  ORIGINAL COPYBOOK.                        *
000170******************************************************************
000180 01  SERIES-RECORD.
000190     05  SE-SERIES-CODE          PIC X(06).
000200     05  SE-TITLE                PIC X(40).
000210     05  SE-PLANNED-PARTS        PIC 9(02).
000220     05  SE-OWNER-AUTHOR-ID      PIC X(06).
000230     05  SE-STATUS-FLAG          PIC X(01).
000240         88  SE-SERIES-OPEN             VALUE "O".
000250         88  SE-SERIES-CLOSED           VALUE "C".
000260     05  FILLER                  PIC X(25).
