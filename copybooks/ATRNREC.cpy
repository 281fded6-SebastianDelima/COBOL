000060*                   PER ADD, CHANGE, OR DELETE REQUEST, KEYED    *
000070*                   ON AT-AUTHOR-ID.  A CHANGE CARRIES THE       *
000080*                   COMPLETE REPLACEMENT VALUES FOR THE AUTHOR.  *
000090*                   AT-TRANS-SOURCE NAMES WHERE THE TRANSACTION  *
000100*                   CAME FROM AND IS CARRIED ONTO THE AUTHOR     *
000110*                   CHANGE JOURNAL; BLANK MEANS THE DESK'S       *
000120*                   DAILY TRANSACTION FILE.                      *
000130*                                                                *
000140*    MODIFICATION HISTORY                                       *
000150*    ---------------------------------------------------------- *
000160*    DATE       INIT  DESCRIPTION                                *
000170*    ---------  ----  -------------------------------------------*
000180*    2026-08-22  SDL  ORIGINAL COPYBOOK.                        *
000190*    2026-08-22  SDL  ADDED THE LIFECYCLE STATUS CODE AND        *
000200*                     STATUS-EFFECTIVE DATE SO MAINTENANCE       *
000210*                     TRANSACTIONS CAN MARK AN AUTHOR ACTIVE,    *
000220*                     INACTIVE, OR ON LEAVE.                     *
000230*    2026-10-15  SDL  ADDED AT-TRANS-SOURCE, CARVED OUT OF THE   *
000240*                     TRAILING FILLER, FOR THE AUTHOR CHANGE     *
000250*                     JOURNAL.                                   *
000260******************************************************************
000270 01  AUTHOR-TRANS-RECORD.
000280     05  AT-TRANS-CODE           PIC X(01).
000290         88  AT-TRANS-ADD               VALUE "A".
000300         88  AT-TRANS-CHANGE            VALUE "C".
000310         88  AT-TRANS-DELETE            VALUE "D".
000320     05  AT-AUTHOR-ID            PIC X(06).
000330     05  AT-NAME                 PIC A(20).
000340     05  AT-FAVORITE-NUMBER      PIC 9(01).
000350     05  AT-DATE-BIRTH.
000360         10  AT-BIRTH-MONTH      PIC 9(02).
000370         10  AT-BIRTH-DAY        PIC 9(02).
000380         10  AT-BIRTH-YEAR       PIC 9(04).
000390     05  AT-STATUS-CODE          PIC X(01).
000400         88  AT-STATUS-ACTIVE           VALUE "A".
000410         88  AT-STATUS-INACTIVE         VALUE "I".
000420         88  AT-STATUS-ON-LEAVE         VALUE "L".
000430         88  AT-STATUS-OMITTED          VALUE " ".
000440     05  AT-STATUS-DATE.
000450         10  AT-STATUS-MONTH     PIC 9(02).
000460         10  AT-STATUS-DAY       PIC 9(02).
000470         10  AT-STATUS-YEAR      PIC 9(04).
000480     05  AT-TRANS-SOURCE         PIC X(08).
000490     05  FILLER                  PIC X(27).
