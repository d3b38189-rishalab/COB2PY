001180*                   THE OFFENDING RECEIPT NUMBER, FOR PAYMENTS      *
001190*                   RE-PRESENTED WITH A RECEIPT ALREADY ON THE      *
001195*                   REGISTER.                                       *
001195*  2026-10-09 RSH   ADD THE TDS REASON CODE, FOR A DEDUCTION  *
001195*                   AT SOURCE CLAIMED WHERE IT CANNOT BE      *
001195*                   TAKEN - THE CASH STILL POSTS.             *
001200*-----------------------------------------------------------*
001300  01  PX-RECORD.
001400      05  PX-CUST-ID              PIC X(10).
001900          88  PX-REASON-NO-MATCH          VALUE "NOMT".
001950          88  PX-REASON-DUPLICATE         VALUE "DUPL".
001960          88  PX-REASON-REVERSAL          VALUE "RVSL".
001970          88  PX-REASON-TDS               VALUE "TDSX".
002000      05  PX-REASON-TEXT          PIC X(40).
002100      05  PX-RECEIPT-NO           PIC X(12).
