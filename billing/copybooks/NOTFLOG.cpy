000100*-----------------------------------------------------------*
000200*  NOTFLOG.CPY                                                *
000300*  NOTIFICATION LOG RECORD.  ONE RECORD PER LINE BILBATCH     *
000400*  WRITES TO THE SMS/EMAIL EXTRACT (BILLNOTF), KEYED BY THE   *
000500*  REFERENCE CARRIED ON THE LINE - RUN DATE, RUN TIME AND A   *
000600*  SEQUENCE WITHIN THE RUN - WHICH THE GATEWAY ECHOES BACK ON *
000700*  ITS DELIVERY RECEIPTS.  BILDLVR MATCHES EACH RECEIPT HERE  *
000800*  AND RECORDS THE OUTCOME PER CHANNEL.                       *
000900*                                                             *
001000*  NL-SMS-STATUS / NL-EMAIL-STATUS                            *
001100*              SPACE - NOT SENT ON THIS CHANNEL               *
001200*              P     - SENT, NO RECEIPT YET                   *
001300*              D     - DELIVERED                              *
001400*              F     - FAILED (REASON IN NL-FAIL-REASON)      *
001500*-----------------------------------------------------------*
001600*  MODIFICATION HISTORY                                      *
001700*  DATE       INIT  DESCRIPTION                               *
001800*  2026-09-30 RSH   ORIGINAL LAYOUT                           *
001800*  2026-10-01 RSH   LOG THE PAPERLESS E-BILL IMAGES BILBATCH  *
001800*                   WRITES TO BILLEBIL AS MESSAGE TYPE E,     *
001800*                   EMAIL CHANNEL ONLY.                       *
001900*-----------------------------------------------------------*
002000  01  NL-RECORD.
002100      05  NL-REF.
002200          10  NL-REF-DATE         PIC 9(08).
002300          10  NL-REF-TIME         PIC 9(06).
002400          10  NL-REF-SEQ          PIC 9(05).
002500      05  NL-CUST-ID              PIC X(10).
002600      05  NL-MSG-TYPE             PIC X(01).
002700          88  NL-MSG-BILL                 VALUE "B".
002800          88  NL-MSG-LOWBAL               VALUE "L".
002810          88  NL-MSG-EBILL                VALUE "E".
002900      05  NL-NOTIFY-METHOD        PIC X(01).
003000      05  NL-PHONE                PIC X(15).
003100      05  NL-EMAIL                PIC X(40).
003200      05  NL-ZONE-CODE            PIC X(02).
003300      05  NL-BILL-PERIOD          PIC 9(06).
003400      05  NL-INVOICE-NO           PIC 9(09).
003500      05  NL-SENT-DATE            PIC 9(08).
003600      05  NL-SMS-STATUS           PIC X(01).
003700          88  NL-SMS-SENT                 VALUE "P" "D" "F".
003800          88  NL-SMS-PENDING              VALUE "P".
003900      05  NL-SMS-DATE             PIC 9(08).
004000      05  NL-EMAIL-STATUS         PIC X(01).
004100          88  NL-EMAIL-SENT               VALUE "P" "D" "F".
004200          88  NL-EMAIL-PENDING            VALUE "P".
004300      05  NL-EMAIL-DATE           PIC 9(08).
004400      05  NL-FAIL-REASON          PIC X(20).
