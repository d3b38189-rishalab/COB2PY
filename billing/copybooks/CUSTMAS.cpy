001499*                   PRIOR LOAD, THE EFFECTIVE DATE AND THE     *
001499*                   CHANGE FEE DUE, APPLIED BY BILLOAD AND     *
001499*                   PRORATED BY THE BILLING RUN.                *
001499*  2026-09-14 RSH   PREVIOUS AND CURRENT REGISTER READINGS -   *
001499*                   THE DIAL POSITIONS AT THE START AND END OF *
001499*                   THE LAST BILLED READING.  CM-LAST-UNITS    *
001499*                   STAYS THE CONSUMPTION; THE NEXT READING'S  *
001499*                   UNITS ARE DERIVED FROM CM-CURR-READING.    *
001499*  2026-09-16 RSH   CONSECUTIVE NON-READINGS, CONSECUTIVE     *
001499*                   DOOR-LOCKED NON-READINGS AND THE LAST     *
001499*                   READER'S STATUS CODE - THE DOOR-LOCK      *
001499*                   ESCALATION LIST READS THE LOCKED COUNT,   *
001499*                   AND A BURNT METER IS QUEUED FOR INSPECTION*
001499*                   ONLY ONCE.                                *
001499*  2026-09-26 RSH   DISTRIBUTION TRANSFORMER AND POLE THE     *
001499*                   CONNECTION IS FED FROM, FOR THE           *
001499*                   TRANSFORMER LOADING REPORT.  BLANK MEANS  *
001499*                   NOT YET INDEXED.                          *
001499*  2026-09-29 RSH   DATE THE CONNECTION WAS APPLIED FOR AND   *
001499*                   THE DATE IT WAS CONNECTED, FOR THE        *
001499*                   STANDARDS-OF-PERFORMANCE RUN.  ZERO ON    *
001499*                   ACCOUNTS OPENED BEFORE THEY WERE KEPT.    *
001499*  2026-09-30 RSH   LAST SMS/EMAIL DELIVERY STATUS AND DATE,  *
001499*                   THE RUN OF CONSECUTIVE FAILED DELIVERIES, *
001499*                   AND THE PRINTED-BILL FALLBACK SWITCH WITH *
001499*                   THE NOTIFY METHOD IT SET ASIDE (BILDLVR). *
001499*  2026-10-01 RSH   PAPERLESS E-BILL ENROLMENT - THE SWITCH   *
001499*                   (ENROLLED, OR DROPPED BACK TO PAPER BY    *
001499*                   BILDLVR), THE CONSENT OR OPT-OUT DATE AND *
001499*                   THE CHANNEL THE CONSENT CAME THROUGH.     *
001499*  2026-10-05 RSH   VOLUNTARY TEMPORARY SUSPENSION (BILVSUS) -*
001499*                   THE SWITCH (REQUESTED, OR SUPPLY OFF),    *
001499*                   THE DATE SUPPLY IS TO STOP, THE DATE IT   *
001499*                   RESUMES, THE WORK ORDER RAISED FOR THE    *
001499*                   NEXT STEP, AND THE SUSPENSION FEE DUE ON  *
001499*                   THE NEXT BILL.                            *
001499*  2026-10-07 RSH   RETROSPECTIVE TARIFF REVISION (BILTREV) - *
001499*                   THE DIFFERENCE STILL TO BE BILLED (A      *
001499*                   NEGATIVE BALANCE IS A REFUND), THE        *
001499*                   INSTALMENT BILLED EACH CYCLE AND THE      *
001499*                   NUMBER OF INSTALMENTS LEFT.               *
001499*  2026-10-12 RSH   THE GOVERNMENT DRAWING AND DISBURSING     *
001499*                   OFFICER WHO PAYS FOR THE CONNECTION, ON   *
001499*                   THE GOVTDEPT MASTER - GROUPS GOVERNMENT   *
001499*                   CONNECTIONS FOR THE DDO DEMAND AND THE    *
001499*                   DEPARTMENT DUES REPORT (BILGOVT).  BLANK  *
001499*                   MEANS NOT A GOVERNMENT ACCOUNT.           *
001499*  2026-10-15 RSH   THE MUNICIPALITY (AS SPELT IN CM-ADDR-    *
001499*                   CITY) WHOSE OWN ACCOUNT THE CONNECTION    *
001499*                   IS - STREET LIGHTING, WATER WORKS.  ITS   *
001499*                   DUES MAY BE OFFSET AGAINST THE DUTY       *
001499*                   REMITTED TO THAT MUNICIPALITY (BILDUTY).  *
001499*                   BLANK MEANS NOT A MUNICIPAL ACCOUNT.      *
001499*  2026-10-15 RSH   STATUS P - PROVISIONAL ACCOUNT OPENED BY  *
001499*                   BILTHFT FOR A THEFT OFFENDER; SKIPPED BY  *
001499*                   BATCH RUNS.                               *
001405*-----------------------------------------------------------*
001500  01  CM-RECORD.
001600      05  CM-CUST-ID              PIC X(10).
002700          88  CM-STAT-SUSPENDED           VALUE "S".
002800          88  CM-STAT-DISCONNECTED        VALUE "D".
002810          88  CM-STAT-CLOSED              VALUE "X".
002820          88  CM-STAT-PROVISIONAL         VALUE "P".
002850      05  CM-LAST-UNITS           PIC 9(07).
002860      05  CM-ARREARS              PIC 9(07)V99.
002870      05  CM-CUST-CLASS           PIC X(01).
003391      05  CM-LOADCHG-FEE-DUE      PIC 9(05)V99 VALUE ZERO.
003392      05  CM-TENANT-BILL-SW       PIC X(01) VALUE SPACE.
003393          88  CM-TENANT-BILLING           VALUE "Y".
003394      05  CM-PREV-READING         PIC 9(07) VALUE ZERO.
003395      05  CM-CURR-READING         PIC 9(07) VALUE ZERO.
003396      05  CM-NOREAD-COUNT         PIC 9(02) VALUE ZERO.
003397      05  CM-LOCKED-COUNT         PIC 9(02) VALUE ZERO.
003398      05  CM-LAST-READ-STATUS     PIC X(01) VALUE SPACE.
003399          88  CM-LAST-STAT-READ           VALUE " ".
003399          88  CM-LAST-STAT-DOOR-LOCKED    VALUE "L".
003399          88  CM-LAST-STAT-METER-BURNT    VALUE "B".
003399      05  CM-DT-CODE              PIC X(08) VALUE SPACES.
003399      05  CM-POLE-NO              PIC X(10) VALUE SPACES.
003399      05  CM-APPLY-DATE           PIC 9(08) VALUE ZERO.
003399      05  CM-CONNECT-DATE         PIC 9(08) VALUE ZERO.
003399      05  CM-NOTIF-STATUS         PIC X(01) VALUE SPACE.
003399          88  CM-NOTIF-DELIVERED          VALUE "D".
003399          88  CM-NOTIF-FAILED             VALUE "F".
003399      05  CM-NOTIF-STATUS-DATE    PIC 9(08) VALUE ZERO.
003399      05  CM-NOTIF-FAIL-COUNT     PIC 9(02) VALUE ZERO.
003399      05  CM-PRINT-FALLBACK-SW    PIC X(01) VALUE SPACE.
003399          88  CM-PRINT-FALLBACK           VALUE "Y".
003399      05  CM-FALLBACK-NOTIFY      PIC X(01) VALUE SPACE.
003399      05  CM-PAPERLESS-SW         PIC X(01) VALUE SPACE.
003399          88  CM-PAPERLESS                VALUE "Y".
003399          88  CM-PAPERLESS-DROPPED        VALUE "D".
003399          88  CM-PAPERLESS-OPTED-OUT      VALUE "N".
003399      05  CM-PAPERLESS-DATE       PIC 9(08) VALUE ZERO.
003399      05  CM-PAPERLESS-CHANNEL    PIC X(01) VALUE SPACE.
003399          88  CM-CONSENT-WEB              VALUE "W".
003399          88  CM-CONSENT-COUNTER          VALUE "C".
003399          88  CM-CONSENT-PHONE            VALUE "P".
003399          88  CM-CONSENT-FORM             VALUE "F".
003399      05  CM-VOLSUSP-SW           PIC X(01) VALUE SPACE.
003399          88  CM-VOLSUSP-REQUESTED        VALUE "R".
003399          88  CM-VOLSUSP-ON               VALUE "Y".
003399      05  CM-VOLSUSP-FROM         PIC 9(08) VALUE ZERO.
003399      05  CM-VOLSUSP-TO           PIC 9(08) VALUE ZERO.
003399      05  CM-VOLSUSP-ORDER-NO     PIC 9(07) VALUE ZERO.
003399      05  CM-SUSP-FEE-DUE         PIC 9(05)V99 VALUE ZERO.
003399      05  CM-TARREV-BAL           PIC S9(07)V99 VALUE ZERO.
003399      05  CM-TARREV-INSTAL        PIC S9(07)V99 VALUE ZERO.
003399      05  CM-TARREV-LEFT          PIC 9(02) VALUE ZERO.
003399      05  CM-GOVT-DDO-CODE        PIC X(08) VALUE SPACES.
003399      05  CM-MUNI-ACCT            PIC X(20) VALUE SPACES.
