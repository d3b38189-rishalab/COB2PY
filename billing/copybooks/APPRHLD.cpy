001497*                   THE HELD TOTAL, SO THE RELEASE POSTS THE SAME  *
001498*                   COMPONENT AMOUNTS TO HISTORY, THE GL AND THE   *
001499*                   PRINTED INVOICE AS THE BATCH RUN WOULD HAVE.   *
001499*  2026-09-18 RSH   CARRY THE ID OF THE READER WHO TOOK THE   *
001499*                   READING BEHIND THE HELD BILL.             *
001500*-----------------------------------------------------------*
001600  01  AH-RECORD.
001700      05  AH-CUST-ID              PIC X(10).
003800      05  AH-DEMAND-AMT           PIC 9(09)V99.
003900      05  AH-EXPORT-UNITS         PIC 9(07).
004000      05  AH-EXPORT-CREDIT        PIC 9(09)V99.
004100      05  AH-READER-ID            PIC X(08).
