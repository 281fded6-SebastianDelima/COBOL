000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      STRNREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE POST SERIES REFERENCE  *
000050*                   MAINTENANCE TRANSACTION FILE.  ONE ENTRY     *
000060*                   PER ADD, CHANGE, OR DELETE REQUEST FROM      *
000070*                   THE EDITORIAL DESK, KEYED ON                 *
000080*                   ST-SERIES-CODE.  A CHANGE CARRIES THE        *
000090*                   COMPLETE REPLACEMENT VALUES FOR THE SERIES.  *
000100*                                                                *
000110*    MODIFICATION HISTORY                                       *
000120*    ---------------------------------------------------------- *
000130*    DATE       INIT  DESCRIPTION                                *
000140*    ---------  ----  -------------------------------------------*
000150*    2026-10-15  SDL  ORIGINAL COPYBOOK.                        *
000160******************************************************************
000170 01  SERIES-TRANS-RECORD.
000180     05  ST-TRANS-CODE           PIC X(01).
000190         88  ST-TRANS-ADD               VALUE "A".
000200         88  ST-TRANS-CHANGE            VALUE "C".
000210         88  ST-TRANS-DELETE            VALUE "D".
000220     05  ST-SERIES-CODE          PIC X(06).
000230     05  ST-TITLE                PIC X(40).
000240     05  ST-PLANNED-PARTS        PIC 9(02).
000250     05  ST-OWNER-AUTHOR-ID      PIC X(06).
000260     05  ST-STATUS-FLAG          PIC X(01).
000270         88  ST-FLAG-OPEN               VALUE "O".
000280         88  ST-FLAG-CLOSED             VALUE "C".
000290         88  ST-FLAG-OMITTED            VALUE " ".
000300     05  FILLER                  PIC X(24).
