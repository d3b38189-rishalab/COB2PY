000100*-----------------------------------------------------------*
000200*  DTMAST.CPY                                                *
000300*  DISTRIBUTION TRANSFORMER MASTER RECORD LAYOUT              *
000400*                                                             *
000500*  ONE RECORD PER DISTRIBUTION TRANSFORMER, KEYED BY ITS      *
000600*  CODE - THE CODE STAMPED ON EVERY CUSTOMER FED FROM IT      *
000700*  (CM-DT-CODE).  ADDED AND CHANGED THROUGH BILDTLD FROM THE  *
000800*  FIELD ENGINEERS' DTTXN SHEETS.  THE LOADING LIMIT IS THE   *
000900*  KVA RATING TAKEN AT THE PERMITTED LOADING PERCENTAGE, IN   *
001000*  KW.  THE CONNECTED LOAD IS THE SUM OF THE SANCTIONED LOADS *
001100*  OF THE CUSTOMERS ON THE TRANSFORMER - RECOUNTED FROM THE   *
001200*  CUSTOMER MASTER BY EVERY BILDTLD RUN AND KEPT CURRENT IN   *
001300*  BETWEEN BY BILNEWC AND BILLOAD AS THEY ADD LOAD.           *
001400*-----------------------------------------------------------*
001500*  MODIFICATION HISTORY                                      *
001600*  DATE       INIT  DESCRIPTION                               *
001700*  2026-09-26 RSH   ORIGINAL LAYOUT                           *
001800*-----------------------------------------------------------*
001900 01  TM-RECORD.
002000     05  TM-DT-CODE              PIC X(08).
002100     05  TM-LOCATION             PIC X(30).
002200     05  TM-FEEDER-ID            PIC X(06).
002300     05  TM-KVA-RATING           PIC 9(05).
002400     05  TM-LIMIT-PCT            PIC 9(03).
002500     05  TM-CONNECTED-KW         PIC 9(07).
002600     05  TM-RECOUNT-DATE         PIC 9(08).
