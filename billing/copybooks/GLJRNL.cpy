001140*                   (IN GJ-BILL-PERIOD'S POSITION AS A COUNT   *
001150*                   ON THE TRAILER) AND AMOUNT HASH TOTAL, SO  *
001160*                   A TRUNCATED TRANSMISSION IS DETECTABLE.    *
001160*  2026-10-12 RSH   ADD THE ZONE COST CENTRE AND THE POSTING  *
001160*                   TYPE. THE ACCOUNT CODE NOW COMES FROM THE *
001160*                   GLMAP TABLE VIA BILGLAC; THE POSTING TYPE *
001160*                   KEEPS THE CHART CODE THE PROGRAM POSTED   *
001160*                   UNDER, SO BILRECN AND BILMERG DO NOT      *
001160*                   DEPEND ON THE CURRENT CHART. HEADER AND   *
001160*                   TRAILER CARRY SPACES.                     *
001200*-----------------------------------------------------------*
001300  01  GJ-RECORD.
001350      05  GJ-RECORD-TYPE          PIC X(01).
001600      05  GJ-ACCOUNT-CODE         PIC X(10).
001700      05  GJ-ACCOUNT-DESC         PIC X(30).
001800      05  GJ-AMOUNT               PIC 9(09)V99.
001900      05  GJ-COST-CENTRE          PIC X(02).
002000      05  GJ-POST-TYPE            PIC X(10).
