000310*                     WITH AMLAUDT.                              *
000320*    2026-09-03  JDM  ADDED AUDH-SCORE, THE COMPOSITE RISK       *
000330*                     SCORE, IN STEP WITH AMLAUDT.               *
000340*    2026-10-15  JDM  ADDED AUDH-EXENCION, THE EXEMPTION-APPLIED *
000350*                     FLAG, IN STEP WITH AMLAUDT.                *
000360*    2026-10-15  JDM  ADDED AUDH-RIESGO AND AUDH-PEP, THE KYC    *
000370*                     RISK TIER AND PEP FLAG, IN STEP WITH       *
000380*                     AMLAUDT.                                   *
000390*    2026-10-15  JDM  ADDED AUDH-TIPO-CTA, THE ACCOUNT TYPE,     *
000400*                     IN STEP WITH AMLAUDT.                      *
000410*    2026-10-15  JDM  ADDED THE "10" NEAR-THRESHOLD / ROUND-     *
000420*                     AMOUNT REASON CODE, IN STEP WITH AMLAUDT.  *
000430******************************************************************
000440 01  AUDH-RECORD.
000450     05  AUDH-KEY.
000460         10  AUDH-ORIGEN         PIC 9(18).
000470         10  AUDH-FECHA          PIC 9(08).
000480         10  AUDH-TIME           PIC 9(08).
000490         10  AUDH-SEQ            PIC 9(04).
000500     05  AUDH-DESTINO            PIC 9(18).
000510     05  AUDH-MONTO              PIC S9(13)V99.
000520     05  AUDH-STATUS             PIC X(02).
000530         88  AUDH-STATUS-CLEAR           VALUE "00".
000540         88  AUDH-STATUS-AMOUNT          VALUE "01".
000550         88  AUDH-STATUS-WATCHLIST       VALUE "02".
000560         88  AUDH-STATUS-VELOCITY        VALUE "03".
000570         88  AUDH-STATUS-INVALID         VALUE "04".
000580         88  AUDH-STATUS-DUPLICATE       VALUE "05".
000590         88  AUDH-STATUS-COUNTRY         VALUE "06".
000600         88  AUDH-STATUS-PROFILE         VALUE "07".
000610         88  AUDH-STATUS-NAME            VALUE "08".
000620         88  AUDH-STATUS-NEAR-THRESHOLD  VALUE "10".
000630     05  AUDH-MONEDA             PIC X(03).
000640     05  AUDH-MONTO-RPT          PIC S9(13)V99.
000650     05  AUDH-TRAN-ID            PIC X(16).
000660     05  AUDH-NOMBRE-ORIGEN      PIC X(35).
000670     05  AUDH-NOMBRE-DESTINO     PIC X(35).
000680     05  AUDH-SCORE              PIC 9(05).
000690     05  AUDH-EXENCION           PIC X(01).
000700         88  AUDH-EXENCION-APLICADA      VALUE "Y".
000710     05  AUDH-RIESGO             PIC X(01).
000720         88  AUDH-RIESGO-BAJO            VALUE "L".
000730         88  AUDH-RIESGO-MEDIO           VALUE "M".
000740         88  AUDH-RIESGO-ALTO            VALUE "H".
000750     05  AUDH-PEP                PIC X(01).
000760         88  AUDH-PEP-SI                 VALUE "Y".
000770     05  AUDH-TIPO-CTA           PIC X(01).
000780         88  AUDH-TIPO-PERSONAL          VALUE "P".
000790         88  AUDH-TIPO-EMPRESARIAL       VALUE "E".
