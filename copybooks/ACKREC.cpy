000030*    COPYBOOK      ACKREC                                       *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE INBOUND MORNING        *
000050*                   LOAD-ACKNOWLEDGMENT FEED FROM THE WEB CMS.   *
000060*                   ONE ENTRY PER AUTHOR, POST, DELETE, OR       *
000070*                   UPDATE ROW THE CMS PROCESSED FROM THE PRIOR  *
000080*                   NIGHT'S EXPORT, WITH A LOADED-OR-FAILED      *
000090*                   STATUS.  CA-ITEM-ID CARRIES THE AUTHOR ID    *
000100*                   OR POST ID THE EXPORT ROW CARRIED.           *
000110*                                                                *
000120*    MODIFICATION HISTORY                                       *
000130*    ---------------------------------------------------------- *
000140*    DATE       INIT  DESCRIPTION                                *
000150*    ---------  ----  -------------------------------------------*
000160*    2026-09-02  SDL  ORIGINAL COPYBOOK.                        *
000170*    2026-10-15  SDL  ADDED CA-TYPE-UPDATE FOR THE AMENDMENT     *
000180*                     STEP'S UPD ROWS.                           *
000190******************************************************************
000200 01  CMS-ACK-RECORD.
000210     05  CA-ROW-TYPE             PIC X(06).
000220         88  CA-TYPE-AUTHOR             VALUE "AUTHOR".
000230         88  CA-TYPE-POST               VALUE "POST".
000240         88  CA-TYPE-DELETE             VALUE "DEL".
000250         88  CA-TYPE-UPDATE             VALUE "UPD".
000260     05  CA-ITEM-ID              PIC X(08).
000270     05  CA-LOAD-STATUS          PIC X(01).
000280         88  CA-LOADED                  VALUE "L".
000290         88  CA-LOAD-FAILED             VALUE "F".
000300     05  FILLER                  PIC X(65).
