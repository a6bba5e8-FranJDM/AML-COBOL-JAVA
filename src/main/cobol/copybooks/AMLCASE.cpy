000510*                     QUEUE HIGHEST-SCORE FIRST (SEE             *
000520*                     AML_CASEAGE).  APPENDED AT THE END; AN     *
000530*                     EXISTING CASE FILE MUST BE REBUILT.        *
000540*    2026-10-15  JDM  ADDED THE "09" NETWORK REASON.  A NETWORK  *
000550*                     CASE IS OPENED BY AML_NETSCAN FOR A FAN-IN *
000560*                     OR FAN-OUT PATTERN, NOT FOR ONE AUDIT LOG  *
000570*                     DECISION: THE ALERT KEY CARRIES THE SCAN   *
000580*                     DATE, TIME ZERO, THE HUB ACCOUNT ON ITS    *
000590*                     SIDE AND ZERO ON THE OTHER, AND A PATTERN  *
000600*                     TAG IN PLACE OF THE TRANSACTION ID.  THE   *
000610*                     PARTICIPANTS ARE ON AMLNETD.               *
000620*    2026-10-15  JDM  ADDED CASE-QA-REF AND CASE-QA-FECHA,       *
000630*                     STAMPED BY AML_QASAMP WHEN A FALSE-        *
000640*                     POSITIVE CLOSURE IS SAMPLED FOR QA REVIEW  *
000650*                     (SEE AMLQAQ).  A CASE OVERTURNED BY        *
000660*                     AML_QAREVW GOES BACK TO OPEN WITH THE      *
000670*                     REFERENCE KEPT.  APPENDED AT THE END; AN   *
000680*                     EXISTING CASE FILE MUST BE REBUILT FOR THE *
000690*                     NEW LAYOUT.                                *
000700*    2026-10-15  JDM  ADDED THE "10" NEAR-THRESHOLD / ROUND-     *
000710*                     AMOUNT REASON, CASED FROM THE AUDIT LOG BY *
000720*                     AML_CASEBLD LIKE ANY OTHER FLAGGED         *
000730*                     DECISION.                                  *
000740******************************************************************
000750 01  CASE-RECORD.
000760     05  CASE-ID                 PIC 9(09).
000770     05  CASE-ALERT-KEY.
000780         10  CASE-ALERT-FECHA    PIC 9(08).
000790         10  CASE-ALERT-TIME     PIC 9(08).
000800         10  CASE-ALERT-ORIGEN   PIC 9(18).
000810         10  CASE-ALERT-DESTINO  PIC 9(18).
000820         10  CASE-ALERT-TRAN-ID  PIC X(16).
000830         10  CASE-ALERT-SEQ      PIC 9(04).
000840     05  CASE-MONTO              PIC S9(13)V99.
000850     05  CASE-MONTO-RPT          PIC S9(13)V99.
000860     05  CASE-MONEDA             PIC X(03).
000870     05  CASE-REASON             PIC X(02).
000880         88  CASE-REASON-AMOUNT          VALUE "01".
000890         88  CASE-REASON-WATCHLIST       VALUE "02".
000900         88  CASE-REASON-VELOCITY        VALUE "03".
000910         88  CASE-REASON-INVALID         VALUE "04".
000920         88  CASE-REASON-COUNTRY         VALUE "06".
000930         88  CASE-REASON-PROFILE         VALUE "07".
000940         88  CASE-REASON-NAME            VALUE "08".
000950         88  CASE-REASON-NETWORK         VALUE "09".
000960         88  CASE-REASON-NEAR-THRESHOLD  VALUE "10".
000970     05  CASE-DISPO              PIC X(01).
000980         88  CASE-OPEN                   VALUE "O".
000990         88  CASE-FALSE-POSITIVE         VALUE "F".
001000         88  CASE-ESCALATED              VALUE "E".
001010         88  CASE-REFERRED               VALUE "R".
001020         88  CASE-DISPOSITIONED          VALUES "F" "E" "R".
001030     05  CASE-ANALYST            PIC X(08).
001040     05  CASE-FECHA-DISPO        PIC 9(08).
001050     05  CASE-SAR-FECHA          PIC 9(08).
001060     05  CASE-SAR-REF            PIC X(12).
001070     05  CASE-SCORE              PIC 9(05).
001080     05  CASE-QA-REF             PIC X(15).
001090     05  CASE-QA-FECHA           PIC 9(08).
