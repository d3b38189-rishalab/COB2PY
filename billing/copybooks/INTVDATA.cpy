000100*-----------------------------------------------------------*
000200*  INTVDATA.CPY                                              *
000300*  SMART-METER INTERVAL DATA RECORD LAYOUT                    *
000400*                                                             *
000500*  ONE RECORD PER METER PER FIFTEEN-MINUTE INTERVAL, AS       *
000600*  DELIVERED BY THE HEAD-END SYSTEM, SORTED BY METER NUMBER   *
000700*  AND THEN BY INTERVAL.  IV-INTV-TIME IS THE START OF THE    *
000800*  INTERVAL (0000, 0015 ... 2345).  ENERGY IS IN WATT-HOURS,  *
000900*  ALREADY SCALED BY ANY CT/PT RATIO AT THE HEAD-END.  THE    *
001000*  EXPORT CHANNEL CARRIES ENERGY A SOLAR CUSTOMER PUTS BACK   *
001100*  ON THE NETWORK AND IS ZERO FOR ANY OTHER METER.            *
001200*-----------------------------------------------------------*
001300*  MODIFICATION HISTORY                                      *
001400*  DATE       INIT  DESCRIPTION                               *
001500*  2026-09-21 RSH   ORIGINAL LAYOUT                           *
001600*-----------------------------------------------------------*
001700 01  IV-RECORD.
001800     05  IV-METER-NO             PIC X(12).
001900     05  IV-INTV-DATE            PIC 9(08).
002000     05  IV-INTV-TIME            PIC 9(04).
002100     05  IV-INTV-TIME-R REDEFINES IV-INTV-TIME.
002200         10  IV-INTV-HOUR        PIC 9(02).
002300         10  IV-INTV-MINUTE      PIC 9(02).
002400     05  IV-IMPORT-WH            PIC 9(07).
002500     05  IV-EXPORT-WH            PIC 9(07).
002600     05  IV-STATUS               PIC X(01).
002700         88  IV-STAT-GOOD                VALUE " ".
002800         88  IV-STAT-POWER-OFF           VALUE "P".
002900         88  IV-STAT-CLOCK-SUSPECT       VALUE "C".
