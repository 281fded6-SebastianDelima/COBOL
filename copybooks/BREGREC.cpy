000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      BREGREC                                       *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE APPLIED-BATCH          *
000050*                   REGISTER SHARED BY AUTHMNT, CATMNT, AND      *
000060*                   POSTRTRC.  ONE RECORD PER MAINTENANCE BATCH  *
000070*                   APPLIED, KEYED ON FEED NAME AND BATCH ID,    *
000080*                   WRITTEN WHEN THE BATCH HAS BEEN APPLIED.  A  *
000090*                   BATCH WHOSE KEY IS ALREADY HERE IS REFUSED   *
000100*                   AS A DUPLICATE, SO A RERUN OF THE NIGHT, OR  *
000110*                   YESTERDAY'S FILE SENT AGAIN, IS NEVER        *
000120*                   APPLIED TWICE.                               *
000130*                                                                *
000140*    MODIFICATION HISTORY                                        *
000150*    ----------------------------------------------------------  *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------  ----  -------------------------------------------*
000180*    2026-10-15  SDL  ORIGINAL COPYBOOK.                         *
000190******************************************************************
000200 01  BATCH-REGISTER-RECORD.
000210     05  BG-REGISTER-KEY.
000220         10  BG-FEED-NAME        PIC X(08).
000230         10  BG-BATCH-ID         PIC X(12).
000240     05  BG-APPLIED-DATE         PIC 9(08).
000250     05  BG-APPLIED-TIME         PIC 9(08).
000260     05  BG-PROGRAM-ID           PIC X(08).
000270     05  BG-RECORD-COUNT         PIC 9(07).
000280     05  BG-KEY-HASH             PIC 9(15).
000290     05  BG-TRANS-APPLIED        PIC 9(05).
000300     05  BG-TRANS-REJECTED       PIC 9(05).
000310     05  FILLER                  PIC X(24).
