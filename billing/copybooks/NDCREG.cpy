000100*-----------------------------------------------------------*
000200*  NDCREG.CPY                                                *
000300*  NO-DUES CERTIFICATE REGISTER RECORD.  ONE RECORD PER      *
000400*  CERTIFICATE ISSUED BY BILNDC, KEYED BY CERTIFICATE        *
000500*  NUMBER, SO A CERTIFICATE PRODUCED AT A SALE DEED, A BANK  *
000600*  OR A TENANCY CHANGE CAN BE CHECKED AGAINST WHAT WAS       *
000700*  ACTUALLY ISSUED.  THE ACCOUNT'S NAME, ADDRESS AND METER   *
000800*  ARE KEPT AS PRINTED, NOT AS THE MASTER HAS THEM LATER.    *
000900*                                                            *
001000*  ND-PURPOSE      S - SALE OF PROPERTY                      *
001100*                  T - CHANGE OF TENANCY                     *
001200*                  L - BANK LOAN                             *
001300*                  O - OTHER                                 *
001400*-----------------------------------------------------------*
001500*  MODIFICATION HISTORY                                      *
001600*  DATE       INIT  DESCRIPTION                               *
001700*  2026-10-02 RSH   ORIGINAL LAYOUT                           *
001800*-----------------------------------------------------------*
001900 01  ND-RECORD.
002000     05  ND-CERT-NO              PIC 9(08).
002100     05  ND-CUST-ID              PIC X(10).
002200     05  ND-NAME                 PIC X(30).
002300     05  ND-ADDR-LINE1           PIC X(30).
002400     05  ND-ADDR-LINE2           PIC X(30).
002500     05  ND-ADDR-CITY            PIC X(20).
002600     05  ND-ADDR-PIN             PIC X(06).
002700     05  ND-METER-NO             PIC X(12).
002800     05  ND-ISSUE-DATE           PIC 9(08).
002900     05  ND-ISSUE-TIME           PIC 9(04).
003000     05  ND-PURPOSE              PIC X(01).
003100         88  ND-PURP-SALE                VALUE "S".
003200         88  ND-PURP-TENANCY             VALUE "T".
003300         88  ND-PURP-LOAN                VALUE "L".
003400         88  ND-PURP-OTHER               VALUE "O".
003500     05  ND-APPLICANT            PIC X(30).
003600     05  ND-OPERATOR-ID          PIC X(08).
