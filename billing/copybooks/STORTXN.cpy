000100*-----------------------------------------------------------*
000200*  STORTXN.CPY                                               *
000300*  METER STORES TRANSACTION RECORD LAYOUT                     *
000400*                                                             *
000500*  ONE RECORD PER MOVEMENT OF A METER THROUGH STORES, KEYED   *
000600*  BY THE STOREKEEPER AND APPLIED TO THE ASSET REGISTER BY    *
000700*  BILSTOR:                                                   *
000800*    R - RECEIPT INTO STOCK FROM A VENDOR'S PURCHASE LOT;     *
000900*    I - ISSUE TO A CREW AGAINST A NEW-CONNECTION (BILNEWC)   *
001000*        OR METER CHANGE-OUT WORK ORDER, NAMED BY THE         *
001100*        CUSTOMER IT IS FOR;                                  *
001200*    T - RETURN FROM THE FIELD, EITHER A METER REMOVED AT     *
001300*        CHANGE-OUT OR ONE ISSUED AND NOT FITTED, TAKEN BACK  *
001400*        AS REUSABLE (TO STOCK) OR FAULTY;                    *
001400*    K - CLASSIFY A METER ALREADY ON THE REGISTER - ITS METER *
001400*        TYPE FOR THE RENT TABLE AND WHETHER THE CUSTOMER     *
001400*        OWNS IT (C) OR THE BOARD DOES (SPACE).               *
001500*  ONLY THE FIELDS FOR THE TRANSACTION'S OWN TYPE ARE KEYED.  *
001600*-----------------------------------------------------------*
001700*  MODIFICATION HISTORY                                      *
001800*  DATE       INIT  DESCRIPTION                               *
001900*  2026-09-24 RSH   ORIGINAL LAYOUT                           *
001900*  2026-10-06 RSH   ADD THE METER TYPE TO A RECEIPT, AND A K  *
001900*                   TRANSACTION TO SET THE TYPE AND OWNERSHIP *
001900*                   OF A METER ON THE REGISTER.               *
002000*-----------------------------------------------------------*
002100 01  ST-RECORD.
002200     05  ST-TXN-TYPE             PIC X(01).
002300         88  ST-TXN-RECEIPT              VALUE "R".
002400         88  ST-TXN-ISSUE                VALUE "I".
002500         88  ST-TXN-RETURN               VALUE "T".
002500         88  ST-TXN-CLASSIFY             VALUE "K".
002600     05  ST-METER-NO             PIC X(12).
002700     05  ST-TXN-DATE             PIC 9(08).
002800*        RECEIPT
002900     05  ST-LOT-NO               PIC X(10).
003000     05  ST-VENDOR-ID            PIC X(08).
003100     05  ST-MAKE                 PIC X(15).
003200     05  ST-CAPACITY-KW          PIC 9(05).
003300     05  ST-DIAL-DIGITS          PIC 9(01).
003400     05  ST-MULT-FACTOR          PIC 9(05)V99.
003500     05  ST-WARRANTY-MONTHS      PIC 9(03).
003600*        ISSUE
003700     05  ST-CREW-ID              PIC X(08).
003800     05  ST-WO-TYPE              PIC X(01).
003900         88  ST-WO-NEW-CONNECTION        VALUE "N".
004000         88  ST-WO-CHANGEOUT             VALUE "C".
004100     05  ST-WO-CUST-ID           PIC X(10).
004200*        RETURN
004300     05  ST-RETURN-COND          PIC X(01).
004400         88  ST-RETURN-REUSABLE          VALUE "U".
004500         88  ST-RETURN-FAULTY            VALUE "F".
004600     05  ST-FAULT-TEXT           PIC X(30).
004700*        RECEIPT AND CLASSIFY
004800     05  ST-METER-TYPE           PIC X(01).
004900*        CLASSIFY
005000     05  ST-METER-OWNER          PIC X(01).
