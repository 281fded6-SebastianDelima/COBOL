000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      AMDTREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE POST AMENDMENT         *
000050*                   TRANSACTION FILE.  ONE ENTRY PER POST THE    *
000060*                   DESK IS CORRECTING AFTER PUBLICATION, KEYED  *
000070*                   ON AX-POST-ID THE WAY THE RTRNREC            *
000080*                   RETRACTIONS ARE.  ONLY THE FIELDS BEING      *
000090*                   CORRECTED ARE FILLED IN: A BLANK TITLE,      *
000100*                   WORD COUNT, OR CATEGORY CODE LEAVES THAT     *
000110*                   FIELD AS IT STANDS.  THE BYLINE BLOCK IS     *
000120*                   ONLY LOOKED AT WHEN AX-BYLINE-SWITCH IS "Y", *
000130*                   AND THEN REPLACES THE FIRST-BYLINE SHARE     *
000140*                   AND BOTH CO-BYLINES OUTRIGHT (A BLANK        *
000150*                   CO-BYLINE REMOVES THAT CO-AUTHOR).  A BLANK  *
000160*                   OR ZERO AMENDMENT DATE MEANS THE RUN DATE.   *
000170*                                                                *
000180*    MODIFICATION HISTORY                                       *
000190*    ---------------------------------------------------------- *
000200*    DATE       INIT  DESCRIPTION                                *
000210*    ---------  ----  -------------------------------------------*
000220*    2026-10-15  SDL  ORIGINAL COPYBOOK.                        *
000230******************************************************************
000240 01  AMEND-TRANS-RECORD.
000250     05  AX-POST-ID              PIC X(08).
000260     05  AX-NEW-TITLE            PIC X(40).
000270     05  AX-NEW-WORD-COUNT       PIC 9(05).
000280     05  AX-NEW-CATEGORY-CODE    PIC X(06).
000290     05  AX-BYLINE-SWITCH        PIC X(01).
000300         88  AX-BYLINES-REPLACED        VALUE "Y".
000310     05  AX-NEW-SHARE-PCT        PIC 9(03).
000320     05  AX-NEW-CO-BYLINE OCCURS 2 TIMES.
000330         10  AX-NEW-CO-AUTHOR-ID PIC X(06).
000340         10  AX-NEW-CO-SHARE-PCT PIC 9(03).
000350     05  AX-AMEND-DATE.
000360         10  AX-AMD-MONTH        PIC 9(02).
000370         10  AX-AMD-DAY          PIC 9(02).
000380         10  AX-AMD-YEAR         PIC 9(04).
000390     05  FILLER                  PIC X(11).
