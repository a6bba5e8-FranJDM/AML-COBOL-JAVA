000100******************************************************************
000110*                                                                *
000120*    AMLDOSX  --  SUBJECT DOSSIER EXTRACT LAYOUT                 *
000130*                                                                *
000140*    WRITTEN BY AML_DOSSIER, THE SAME DATA AS ITS PRINTED        *
000150*    DOSSIER IN FIXED FORM FOR ATTACHING TO SUBPOENA AND         *
000160*    EXAMINER RESPONSES.  EACH ACCOUNT IS ONE "H" HEADER RECORD  *
000170*    (DOSX-RECORD: WATCHLIST STATUS AND BEHAVIOR PROFILE)        *
000180*    FOLLOWED BY ITS DETAIL RECORDS, IN THIS ORDER:              *
000190*        "V"  DAILY VELOCITY TOTAL           (DOSV-RECORD)       *
000200*        "D"  SCREENING DECISION             (DOSD-RECORD)       *
000210*        "A"  ALERT                          (DOSA-RECORD)       *
000220*        "C"  CASE                           (DOSC-RECORD)       *
000230*        "S"  SAR REFERENCE                  (DOSS-RECORD)       *
000240*        "R"  TOTALS FOR ONE REASON CODE     (DOSR-RECORD)       *
000250*        "P"  TOP COUNTERPARTY BY VOLUME     (DOSP-RECORD)       *
000260*    ALL LAYOUTS ARE THE SAME LENGTH AND SHARE THE RECORD TYPE   *
000270*    AND ACCOUNT UP FRONT.  A ROLE BYTE TELLS WHICH SIDE THE     *
000280*    ACCOUNT WAS ON: "O" ORIGIN, "D" DESTINATION, "N" NETWORK    *
000290*    CASE PARTICIPANT (SEE AMLNETD).  FIELDS ARE DISPLAY, NOT    *
000300*    BINARY, LIKE AMLSARD AND AMLCTRD, SO THE EXTRACT CAN BE     *
000310*    LISTED OR TRANSMITTED DIRECTLY.  AMOUNTS ARE IN THE         *
000320*    TRANSACTION CURRENCY (MONTO) AND THE REPORTING CURRENCY     *
000330*    (MONTO-RPT) AS ON THE AUDIT RECORD.                         *
000340*                                                                *
000350*    MOD-HISTORY.                                                *
000360*    2026-10-15  JDM  ORIGINAL.                                  *
000370******************************************************************
000380 01  DOSX-RECORD.
000390     05  DOSX-TIPO               PIC X(01).
000400         88  DOSX-TIPO-CABECERA          VALUE "H".
000410         88  DOSX-TIPO-VELOCIDAD         VALUE "V".
000420         88  DOSX-TIPO-DECISION          VALUE "D".
000430         88  DOSX-TIPO-ALERTA            VALUE "A".
000440         88  DOSX-TIPO-CASO              VALUE "C".
000450         88  DOSX-TIPO-SAR               VALUE "S".
000460         88  DOSX-TIPO-RAZON             VALUE "R".
000470         88  DOSX-TIPO-CONTRAPARTE       VALUE "P".
000480     05  DOSX-CUENTA             PIC 9(18).
000490     05  DOSX-FECHA-DESDE        PIC 9(08).
000500     05  DOSX-FECHA-HASTA        PIC 9(08).
000510     05  DOSX-FECHA-EXTRACT      PIC 9(08).
000520     05  DOSX-WATCH-FLAG         PIC X(01).
000530         88  DOSX-EN-WATCHLIST           VALUE "Y".
000540     05  DOSX-WATCH-DESC         PIC X(30).
000550     05  DOSX-PROF-FECHA-BLD     PIC 9(08).
000560     05  DOSX-PROF-DIAS          PIC 9(05).
000570     05  DOSX-PROF-AVG-CNT       PIC S9(07)V99.
000580     05  DOSX-PROF-AVG-MONTO     PIC S9(13)V99.
000590     05  FILLER                  PIC X(19).
000600*
000610 01  DOSV-RECORD.
000620     05  DOSV-TIPO               PIC X(01).
000630     05  DOSV-CUENTA             PIC 9(18).
000640     05  DOSV-FECHA              PIC 9(08).
000650     05  DOSV-TOTAL              PIC S9(13)V99.
000660     05  FILLER                  PIC X(88).
000670*
000680 01  DOSD-RECORD.
000690     05  DOSD-TIPO               PIC X(01).
000700     05  DOSD-CUENTA             PIC 9(18).
000710     05  DOSD-ROL                PIC X(01).
000720     05  DOSD-FECHA              PIC 9(08).
000730     05  DOSD-TIME               PIC 9(08).
000740     05  DOSD-SEQ                PIC 9(04).
000750     05  DOSD-CONTRAPARTE        PIC 9(18).
000760     05  DOSD-MONTO              PIC S9(13)V99.
000770     05  DOSD-MONEDA             PIC X(03).
000780     05  DOSD-MONTO-RPT          PIC S9(13)V99.
000790     05  DOSD-STATUS             PIC X(02).
000800     05  DOSD-TRAN-ID            PIC X(16).
000810     05  DOSD-SCORE              PIC 9(05).
000820     05  FILLER                  PIC X(16).
000830*
000840 01  DOSA-RECORD.
000850     05  DOSA-TIPO               PIC X(01).
000860     05  DOSA-CUENTA             PIC 9(18).
000870     05  DOSA-ROL                PIC X(01).
000880     05  DOSA-FECHA              PIC 9(08).
000890     05  DOSA-TIME               PIC 9(08).
000900     05  DOSA-CONTRAPARTE        PIC 9(18).
000910     05  DOSA-MONTO-RPT          PIC S9(13)V99.
000920     05  DOSA-STATUS             PIC X(02).
000930     05  DOSA-TRAN-ID            PIC X(16).
000940     05  DOSA-SEVERIDAD          PIC X(01).
000950     05  DOSA-ACK-FLAG           PIC X(01).
000960     05  DOSA-ACK-USER           PIC X(08).
000970     05  DOSA-ACK-FECHA          PIC 9(08).
000980     05  DOSA-SCORE              PIC 9(05).
000990     05  FILLER                  PIC X(20).
001000*
001010 01  DOSC-RECORD.
001020     05  DOSC-TIPO               PIC X(01).
001030     05  DOSC-CUENTA             PIC 9(18).
001040     05  DOSC-ROL                PIC X(01).
001050     05  DOSC-CASE-ID            PIC 9(09).
001060     05  DOSC-FECHA              PIC 9(08).
001070     05  DOSC-TIME               PIC 9(08).
001080     05  DOSC-CONTRAPARTE        PIC 9(18).
001090     05  DOSC-REASON             PIC X(02).
001100     05  DOSC-DISPO              PIC X(01).
001110     05  DOSC-ANALYST            PIC X(08).
001120     05  DOSC-FECHA-DISPO        PIC 9(08).
001130     05  DOSC-SAR-REF            PIC X(12).
001140     05  DOSC-SAR-FECHA          PIC 9(08).
001150     05  DOSC-SCORE              PIC 9(05).
001160     05  DOSC-MONTO-RPT          PIC S9(13)V99.
001170     05  FILLER                  PIC X(08).
001180*
001190 01  DOSS-RECORD.
001200     05  DOSS-TIPO               PIC X(01).
001210     05  DOSS-CUENTA             PIC 9(18).
001220     05  DOSS-SAR-REF            PIC X(12).
001230     05  DOSS-CASE-ID            PIC 9(09).
001240     05  DOSS-SAR-FECHA          PIC 9(08).
001250     05  DOSS-FECHA-FILING       PIC 9(08).
001260     05  DOSS-REASON             PIC X(02).
001270     05  DOSS-MONTO-RPT          PIC S9(13)V99.
001280     05  FILLER                  PIC X(57).
001290*
001300 01  DOSR-RECORD.
001310     05  DOSR-TIPO               PIC X(01).
001320     05  DOSR-CUENTA             PIC 9(18).
001330     05  DOSR-REASON             PIC X(02).
001340     05  DOSR-CNT-ORIGEN         PIC 9(09).
001350     05  DOSR-CNT-DESTINO        PIC 9(09).
001360     05  DOSR-MONTO-RPT          PIC S9(13)V99.
001370     05  FILLER                  PIC X(76).
001380*
001390 01  DOSP-RECORD.
001400     05  DOSP-TIPO               PIC X(01).
001410     05  DOSP-CUENTA             PIC 9(18).
001420     05  DOSP-RANK               PIC 9(02).
001430     05  DOSP-CONTRAPARTE        PIC 9(18).
001440     05  DOSP-CNT                PIC 9(09).
001450     05  DOSP-MONTO-RPT          PIC S9(13)V99.
001460     05  FILLER                  PIC X(67).
