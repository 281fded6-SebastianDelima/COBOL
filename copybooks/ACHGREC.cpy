000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      ACHGREC                                       *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE PERMANENT AUTHOR       *
000050*                   CHANGE JOURNAL.  AUTHMNT APPENDS ONE ENTRY   *
000060*                   FOR EVERY ADD, CHANGE, AND DELETE IT         *
000070*                   APPLIES TO THE AUTHOR-MASTER, CARRYING THE   *
000080*                   WHOLE AUTHOR-RECORD AS IT STOOD BEFORE AND   *
000090*                   AFTER (AUTHREC LAYOUT).  AN ADD HAS A BLANK  *
000100*                   BEFORE IMAGE AND A DELETE A BLANK AFTER      *
000110*                   IMAGE.  ENTRIES ARE ONLY EVER APPENDED, SO   *
000120*                   THE FILE IS IN RUN-DATE, RUN-TIME, SEQUENCE  *
000130*                   ORDER; AUTHASOF READS IT BACK TO REBUILD AN  *
000140*                   AUTHOR'S RECORD AS OF ANY DATE.  DATES ARE   *
000150*                   CCYYMMDD.                                    *
000160*                                                                *
000170*    MODIFICATION HISTORY                                        *
000180*    ----------------------------------------------------------  *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------  ----  -------------------------------------------*
000210*    2026-10-15  SDL  ORIGINAL COPYBOOK.                         *
000220******************************************************************
000230 01  AUTHOR-CHANGE-RECORD.
000240     05  AC-AUTHOR-ID            PIC X(06).
000250     05  AC-RUN-DATE             PIC 9(08).
000260     05  AC-RUN-TIME             PIC 9(08).
000270     05  AC-SEQUENCE-NO          PIC 9(05).
000280     05  AC-TRANS-CODE           PIC X(01).
000290         88  AC-TRANS-ADD               VALUE "A".
000300         88  AC-TRANS-CHANGE            VALUE "C".
000310         88  AC-TRANS-DELETE            VALUE "D".
000320     05  AC-TRANS-SOURCE         PIC X(08).
000330     05  AC-PROGRAM-ID           PIC X(08).
000340     05  AC-BEFORE-IMAGE         PIC X(45).
000350     05  AC-AFTER-IMAGE          PIC X(45).
000360     05  FILLER                  PIC X(16).
