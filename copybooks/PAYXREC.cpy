000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      PAYXREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE FIXED-FORMAT PAYMENT   *
000050*                   EXTRACT AUTHPAY SENDS TO ACCOUNTS PAYABLE,   *
000060*                   ONE ENTRY PER AUTHOR PAID FOR THE PAY        *
000070*                   MONTH.  THE AMOUNT A/P OWES THE AUTHOR IS    *
000080*                   PX-AMOUNT-DUE PLUS THE SIGNED PX-ADJUSTMENT  *
000090*                   (AMENDMENTS LESS RETRACTION TAKE-BACKS)      *
000100*                   PLUS THE MONTH'S ENGAGEMENT BONUS,           *
000110*                   PX-BONUS-AMOUNT.  ROWS WRITTEN BEFORE THE    *
000120*                   BONUS EXISTED CARRY SPACES THERE.            *
000130*                   PAYRECON READS THE EXTRACT GENERATIONS BACK  *
000140*                   TO MATCH THEM TO A/P'S REMITTANCES.          *
000150*                                                                *
000160*    MODIFICATION HISTORY                                       *
000170*    ---------------------------------------------------------- *
000180*    DATE       INIT  DESCRIPTION                                *
000190*    ---------  ----  -------------------------------------------*
000200*    2026-10-15  SDL  ORIGINAL COPYBOOK, MOVED OUT OF AUTHPAY.  *
000210*    2026-10-15  SDL  ADDED PX-BONUS-AMOUNT FROM THE FILLER.     *
000220******************************************************************
000230 01  PX-EXTRACT-RECORD.
000240     05  PX-AUTHOR-ID            PIC X(06).
000250     05  PX-PAY-MONTH            PIC 9(06).
000260     05  PX-WORDS-PAID           PIC 9(07).
000270     05  PX-RATE-PER-WORD        PIC 9(01)V9(04).
000280     05  PX-AMOUNT-DUE           PIC 9(07)V9(02).
000290     05  PX-ADJUSTMENT           PIC S9(07)V9(02)
000300                                 SIGN IS LEADING SEPARATE.
000310     05  PX-BONUS-AMOUNT         PIC 9(07)V9(02).
000320     05  FILLER                  PIC X(28).
