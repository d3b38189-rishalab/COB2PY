001560*                   PRINTED AS TWO PRORATION LINES IN PLACE    *
001570*                   OF THE TIER BREAKDOWN WHEN A TARIFF        *
001580*                   CHANGE SPLIT THE BILL PERIOD.              *
001580*  2026-09-16 RSH   ADD THE READER'S STATUS CODE, PRINTED ON  *
001580*                   AN ESTIMATED BILL AS THE REASON THE METER *
001580*                   WAS NOT READ.                             *
001580*  2026-10-01 RSH   ADD THE PAPERLESS GREEN REBATE, PRINTED   *
001580*                   AS A CREDIT LINE.                         *
001580*  2026-10-05 RSH   ADD THE VOLUNTARY-SUSPENSION FEE.         *
001580*  2026-10-06 RSH   ADD THE METER RENT, PRINTED AS ITS OWN    *
001580*                   LINE.                                     *
001580*  2026-10-07 RSH   ADD THE TARIFF-REVISION INSTALMENT,       *
001580*                   NEGATIVE FOR A REFUND.                    *
001580*  2026-10-10 RSH   ADD THE GST CREDIT/DEBIT NOTE FIELDS.     *
001580*                   WHEN A NOTE TYPE IS SET, BILPRINT PRINTS  *
001580*                   THE NOTE IN PLACE OF A BILL.              *
001580*  2026-10-11 RSH   CARRY THE GST AND ELECTRICITY DUTY        *
001580*                   EXEMPTION CERTIFICATE NUMBERS AND         *
001580*                   PERCENTAGES FOR THE INVOICE.              *
001580*  2026-10-15 RSH   ADD THE ON-BILL FINANCING INSTALMENT, ITS *
001580*                   INTEREST PORTION, THE INSTALMENTS OVERDUE *
001580*                   AND THE LOAN BALANCE, PRINTED BELOW THE   *
001580*                   BILL TOTAL.                               *
001600*-----------------------------------------------------------*
001700  01  XT-EXTRAS.
001800      05  XT-BILL-MARK            PIC X(12).
002860      05  XT-DISC-AMT             PIC 9(05)V99.
002870      05  XT-READ-FROM-DATE       PIC 9(08).
002880      05  XT-READ-TO-DATE         PIC 9(08).
002890      05  XT-READ-STATUS          PIC X(01).
002900      05  XT-GREEN-REBATE         PIC 9(05)V99.
002910      05  XT-SUSP-FEE             PIC 9(05)V99.
002920      05  XT-METER-RENT           PIC 9(05)V99.
002930      05  XT-TARREV-AMT           PIC S9(07)V99.
002940      05  XT-NOTE-TYPE            PIC X(01).
002941          88  XT-CREDIT-NOTE              VALUE "C".
002942          88  XT-DEBIT-NOTE               VALUE "D".
002943      05  XT-NOTE-ORIG-INV        PIC 9(09).
002944      05  XT-NOTE-ORIG-PERIOD     PIC 9(06).
002945      05  XT-NOTE-TAXABLE         PIC 9(09)V99.
002946      05  XT-NOTE-DATE            PIC 9(08).
002947      05  XT-NOTE-REASON          PIC X(30).
002950      05  XT-DUTY-CERT            PIC X(20).
002951      05  XT-DUTY-EXEMPT-PCT      PIC 9(03)V99.
002952      05  XT-GST-CERT             PIC X(20).
002953      05  XT-GST-EXEMPT-PCT       PIC 9(03)V99.
002954      05  XT-OBF-LOAN-NO          PIC 9(06).
002955      05  XT-OBF-INSTAL           PIC 9(07)V99.
002956      05  XT-OBF-INTEREST         PIC 9(07)V99.
002957      05  XT-OBF-OVERDUE          PIC 9(07)V99.
002958      05  XT-OBF-BALANCE          PIC 9(09)V99.
