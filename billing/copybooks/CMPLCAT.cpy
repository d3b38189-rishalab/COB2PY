000100*-----------------------------------------------------------*
000200*  CMPLCAT.CPY                                               *
000300*  COMPLAINT CATEGORY TABLE RECORD LAYOUT                     *
000400*                                                             *
000500*  ONE RECORD PER COMPLAINT CATEGORY - BL BILLING, SP SUPPLY, *
000600*  MT METER, ST STAFF, AND ANY OTHERS CUSTOMER CARE ADDS -    *
000700*  WITH THE TARGET RESOLUTION TIME IN HOURS.  A COMPLAINT IS  *
000800*  IN BREACH ONCE IT IS STILL OPEN PAST ITS TARGET.           *
000900*-----------------------------------------------------------*
001000*  MODIFICATION HISTORY                                      *
001100*  DATE       INIT  DESCRIPTION                               *
001200*  2026-09-28 RSH   ORIGINAL LAYOUT                           *
001300*-----------------------------------------------------------*
001400 01  CC-RECORD.
001500     05  CC-CATEGORY             PIC X(02).
001600     05  CC-DESCRIPTION          PIC X(30).
001700     05  CC-TARGET-HOURS         PIC 9(04).
