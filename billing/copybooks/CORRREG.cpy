000100*-----------------------------------------------------------*
000200*  CORRREG.CPY                                                *
000300*  OUTBOUND CORRESPONDENCE REGISTER RECORD - THE PROOF OF     *
000400*  SERVICE.  ONE RECORD PER NOTICE SENT TO A CUSTOMER, KEYED  *
000500*  BY CUSTOMER, NOTICE DATE AND NOTICE TYPE, WRITTEN ONLY     *
000600*  THROUGH THE BILCORR SUBPROGRAM BY EVERY PROGRAM THAT       *
000700*  PRODUCES A NOTICE.  A RETURN LOGGED BY BILRMAIL MARKS THE  *
000800*  MATCHING RECORD UNDELIVERED.                               *
000900*                                                             *
001000*  CO-NOTICE-TYPE  RM - REMINDER            (BILREM LEVEL 1)  *
001100*                  DM - FORMAL DEMAND       (BILREM LEVEL 2)  *
001200*                  FN - FINAL NOTICE        (BILREM LEVEL 3)  *
001300*                  PI - PLAN INSTALLMENT    (BILREM)          *
001400*                  DO - DISCONNECTION ORDER (BILDISC)         *
001500*                  DD - DEPOSIT DEMAND      (BILDADQ)         *
001600*                  LN - LEGAL NOTICE        (BILLEGL)         *
001700*  CO-CHANNEL      P - ORDINARY POST                          *
001800*                  G - REGISTERED POST                        *
001900*                  F - FIELD CREW AT THE PREMISES             *
002000*                  R - REMOTE SWITCH THROUGH THE HEAD-END     *
002100*-----------------------------------------------------------*
002200*  MODIFICATION HISTORY                                      *
002300*  DATE       INIT  DESCRIPTION                               *
002400*  2026-09-30 RSH   ORIGINAL LAYOUT                           *
002500*-----------------------------------------------------------*
002600  01  CO-RECORD.
002700      05  CO-KEY.
002800          10  CO-CUST-ID          PIC X(10).
002900          10  CO-NOTICE-DATE      PIC 9(08).
003000          10  CO-NOTICE-TYPE      PIC X(02).
003100              88  CO-TYPE-REMINDER        VALUE "RM".
003200              88  CO-TYPE-DEMAND          VALUE "DM".
003300              88  CO-TYPE-FINAL           VALUE "FN".
003400              88  CO-TYPE-INSTALLMENT     VALUE "PI".
003500              88  CO-TYPE-DISC-ORDER      VALUE "DO".
003600              88  CO-TYPE-DEPOSIT         VALUE "DD".
003700              88  CO-TYPE-LEGAL           VALUE "LN".
003800      05  CO-CHANNEL              PIC X(01).
003900          88  CO-CHAN-POST                VALUE "P".
004000          88  CO-CHAN-REGISTERED          VALUE "G".
004100          88  CO-CHAN-FIELD               VALUE "F".
004200          88  CO-CHAN-REMOTE              VALUE "R".
004300          88  CO-CHAN-MAILED              VALUE "P" "G".
004400      05  CO-ADDRESS.
004500          10  CO-ADDR-LINE1       PIC X(30).
004600          10  CO-ADDR-LINE2       PIC X(30).
004700          10  CO-ADDR-CITY        PIC X(20).
004800          10  CO-ADDR-STATE       PIC X(02).
004900          10  CO-ADDR-PIN         PIC X(06).
005000      05  CO-INVOICE-NO           PIC 9(09).
005100      05  CO-REFERENCE            PIC X(12).
005200      05  CO-PROGRAM-ID           PIC X(08).
005300      05  CO-SERVICE-STATUS       PIC X(01).
005400          88  CO-SERVED                   VALUE "S".
005500          88  CO-UNDELIVERED              VALUE "U".
005600      05  CO-RETURN-DATE          PIC 9(08).
