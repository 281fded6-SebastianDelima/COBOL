000010******************************************************************
000020*                                                                *
000030*    COPYBOOK      REMTREC                                      *
000040*    DESCRIPTION    RECORD LAYOUT FOR THE ACCOUNTS-PAYABLE       *
000050*                   REMITTANCE CONFIRMATION FILE.  A/P SENDS     *
000060*                   ONE ENTRY FOR EVERY PAYMENT IT ISSUED OR     *
000070*                   REFUSED AGAINST A PAYMENT EXTRACT ROW,       *
000080*                   KEYED BACK TO IT ON RC-AUTHOR-ID PLUS THE    *
000090*                   CCYYMM RC-PAY-MONTH.  A PAID ENTRY CARRIES   *
000100*                   THE AMOUNT PAID, THE CHECK OR EFT NUMBER,    *
000110*                   AND THE PAID DATE; A REJECTED ENTRY (BAD     *
000120*                   BANKING DETAILS AND THE LIKE) CARRIES A/P'S  *
000130*                   REASON AND NO AMOUNT.  A SHORT PAYMENT MADE  *
000140*                   GOOD LATER ARRIVES AS A SECOND PAID ENTRY    *
000150*                   FOR THE SAME AUTHOR AND MONTH.               *
000160*                                                                *
000170*    MODIFICATION HISTORY                                       *
000180*    ---------------------------------------------------------- *
000190*    DATE       INIT  DESCRIPTION                                *
000200*    ---------  ----  -------------------------------------------*
000210*    2026-10-15  SDL  ORIGINAL COPYBOOK.                        *
000220******************************************************************
000230 01  REMIT-RECORD.
000240     05  RC-AUTHOR-ID            PIC X(06).
000250     05  RC-PAY-MONTH            PIC 9(06).
000260     05  RC-AMOUNT-PAID          PIC 9(07)V9(02).
000270     05  RC-CHECK-NUMBER         PIC X(10).
000280     05  RC-PAID-DATE.
000290         10  RC-PAID-MONTH       PIC 9(02).
000300         10  RC-PAID-DAY         PIC 9(02).
000310         10  RC-PAID-YEAR        PIC 9(04).
000320     05  RC-REMIT-STATUS         PIC X(01).
000330         88  RC-REMIT-PAID              VALUE "P".
000340         88  RC-REMIT-REJECTED          VALUE "R".
000350     05  RC-REJECT-REASON        PIC X(20).
000360     05  FILLER                  PIC X(20).
