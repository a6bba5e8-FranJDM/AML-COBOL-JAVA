000100******************************************************************
000110*                                                                *
000120*    AMLCTRD  --  CURRENCY TRANSACTION REPORT FILING LAYOUT      *
000130*                                                                *
000140*    WRITTEN BY AML_CTRFILE, ONE FILING PER CUSTOMER WHOSE       *
000150*    REPORTING-CURRENCY ACTIVITY ON ONE BUSINESS DATE WENT OVER  *
000160*    THE CTR LINE, FLAGGED OR NOT.  EACH FILING IS ONE "H"       *
000170*    HEADER RECORD (CTRD-RECORD) FOLLOWED BY ONE "D" DETAIL      *
000180*    RECORD (CTRT-RECORD) PER CONTRIBUTING TRANSACTION, ALL      *
000190*    CARRYING THE SAME FILING REFERENCE SO THE REGULATOR'S       *
000200*    INTAKE CAN TIE THEM TOGETHER.  BOTH LAYOUTS ARE THE SAME    *
000210*    LENGTH AND SHARE THE RECORD TYPE AND REFERENCE UP FRONT.    *
000220*    FIELDS ARE DISPLAY, NOT BINARY, LIKE AMLSARD, SO THE        *
000230*    EXTRACT CAN BE LISTED OR TRANSMITTED DIRECTLY.              *
000240*                                                                *
000250*    CTRD-REF IS "CTR" PLUS THE BUSINESS DATE PLUS A SEQUENCE    *
000260*    WITHIN THE DATE, AND IS KEPT ON THE CTR FILING LOG (SEE     *
000270*    AMLCTRL) SO THE SAME CUSTOMER IS NEVER FILED TWICE FOR ONE  *
000280*    DATE.                                                       *
000290*                                                                *
000300*    MOD-HISTORY.                                                *
000310*    2026-10-15  JDM  ORIGINAL.                                  *
000320******************************************************************
000330 01  CTRD-RECORD.
000340     05  CTRD-TIPO               PIC X(01).
000350         88  CTRD-TIPO-CABECERA          VALUE "H".
000360         88  CTRD-TIPO-DETALLE           VALUE "D".
000370     05  CTRD-REF                PIC X(16).
000380     05  CTRD-FECHA-FILING       PIC 9(08).
000390     05  CTRD-FECHA-NEGOCIO      PIC 9(08).
000400     05  CTRD-ORIGEN             PIC 9(18).
000410     05  CTRD-MONEDA-RPT         PIC X(03).
000420     05  CTRD-MONTO-RPT          PIC S9(13)V99.
000430     05  CTRD-TRAN-CNT           PIC 9(05).
000440     05  FILLER                  PIC X(28).
000450*
000460 01  CTRT-RECORD.
000470     05  CTRT-TIPO               PIC X(01).
000480     05  CTRT-REF                PIC X(16).
000490     05  CTRT-FECHA              PIC 9(08).
000500     05  CTRT-TIME               PIC 9(08).
000510     05  CTRT-TRAN-ID            PIC X(16).
000520     05  CTRT-DESTINO            PIC 9(18).
000530     05  CTRT-MONTO              PIC S9(13)V99.
000540     05  CTRT-MONEDA             PIC X(03).
000550     05  CTRT-MONTO-RPT          PIC S9(13)V99.
000560     05  CTRT-STATUS             PIC X(02).
