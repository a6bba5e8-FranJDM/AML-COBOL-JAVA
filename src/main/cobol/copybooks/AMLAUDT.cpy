000440*                     PARTY NAMES THE DECISION SCREENED.         *
000450*    2026-09-03  JDM  ADDED AUDT-SCORE, THE COMPOSITE RISK       *
000460*                     SCORE, IN STEP WITH AMLTRAN.               *
000470*    2026-10-15  JDM  ADDED AUDT-EXENCION - "Y" WHEN AN APPROVED *
000480*                     AMLEXMP EXEMPTION SUPPRESSED AT LEAST ONE  *
000490*                     AMOUNT/VELOCITY/PROFILE HIT ON THE PAIR,   *
000500*                     SO THE DECISION STAYS EXPLAINABLE.         *
000510*    2026-10-15  JDM  ADDED AUDT-RIESGO AND AUDT-PEP - THE       *
000520*                     HIGHEST AMLKYC RISK TIER AND THE PEP FLAG  *
000530*                     OF THE TWO PARTIES, SO A DECISION TAKEN    *
000540*                     AGAINST A LOWERED LINE SAYS WHY.           *
000550*    2026-10-15  JDM  ADDED AUDT-TIPO-CTA, THE ACCOUNT TYPE     *
000560*                     WHOSE AMLPARM LINE THE DECISION WAS TAKEN  *
000570*                     AGAINST, SO HISTORY CAN BE REPLAYED        *
000580*                     AGAINST A PROPOSED LINE (AML_WHATIF).      *
000590*    2026-10-15  JDM  ADDED THE "10" NEAR-THRESHOLD / ROUND-     *
000600*                     AMOUNT REASON CODE, IN STEP WITH AMLTRAN.  *
000610******************************************************************
000620 01  AUDT-RECORD.
000630     05  AUDT-TIMESTAMP.
000640         10  AUDT-DATE           PIC 9(08).
000650         10  AUDT-TIME           PIC 9(08).
000660     05  AUDT-ORIGEN             PIC 9(18).
000670     05  AUDT-DESTINO            PIC 9(18).
000680     05  AUDT-MONTO              PIC S9(13)V99.
000690     05  AUDT-STATUS             PIC X(02).
000700         88  AUDT-STATUS-CLEAR           VALUE "00".
000710         88  AUDT-STATUS-AMOUNT          VALUE "01".
000720         88  AUDT-STATUS-WATCHLIST       VALUE "02".
000730         88  AUDT-STATUS-VELOCITY        VALUE "03".
000740         88  AUDT-STATUS-INVALID         VALUE "04".
000750         88  AUDT-STATUS-DUPLICATE       VALUE "05".
000760         88  AUDT-STATUS-COUNTRY         VALUE "06".
000770         88  AUDT-STATUS-PROFILE         VALUE "07".
000780         88  AUDT-STATUS-NAME            VALUE "08".
000790         88  AUDT-STATUS-NEAR-THRESHOLD  VALUE "10".
000800     05  AUDT-MONEDA             PIC X(03).
000810     05  AUDT-MONTO-RPT          PIC S9(13)V99.
000820     05  AUDT-TRAN-ID            PIC X(16).
000830     05  AUDT-NOMBRE-ORIGEN      PIC X(35).
000840     05  AUDT-NOMBRE-DESTINO     PIC X(35).
000850     05  AUDT-SCORE              PIC 9(05).
000860     05  AUDT-EXENCION           PIC X(01).
000870         88  AUDT-EXENCION-APLICADA      VALUE "Y".
000880     05  AUDT-RIESGO             PIC X(01).
000890         88  AUDT-RIESGO-BAJO            VALUE "L".
000900         88  AUDT-RIESGO-MEDIO           VALUE "M".
000910         88  AUDT-RIESGO-ALTO            VALUE "H".
000920     05  AUDT-PEP                PIC X(01).
000930         88  AUDT-PEP-SI                 VALUE "Y".
000940     05  AUDT-TIPO-CTA           PIC X(01).
000950         88  AUDT-TIPO-PERSONAL          VALUE "P".
000960         88  AUDT-TIPO-EMPRESARIAL       VALUE "E".
