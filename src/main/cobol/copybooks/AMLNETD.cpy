000100******************************************************************
000110*                                                                *
000120*    AMLNETD  --  NETWORK CASE PARTICIPANT DETAIL LAYOUT         *
000130*                                                                *
000140*    COMPANION TO AMLCASE FOR THE "09" NETWORK REASON.  ONE      *
000150*    RECORD PER COUNTERPARTY ACCOUNT IN A FAN-IN OR FAN-OUT      *
000160*    PATTERN FOUND BY AML_NETSCAN, KEYED BY THE CASE IT BELONGS  *
000170*    TO, SO THE DESK WORKS ONE NETWORK CASE AND READS ITS        *
000180*    PARTICIPANTS HERE INSTEAD OF WORKING TWENTY SEPARATE CASES. *
000190*    THE HUB ACCOUNT ITSELF IS ON THE CASE (CASE-ALERT-DESTINO   *
000200*    FOR A FAN-IN, CASE-ALERT-ORIGEN FOR A FAN-OUT); EACH DETAIL *
000210*    CARRIES THE OTHER SIDE'S ACCOUNT WITH ITS TRANSACTION COUNT *
000220*    AND REPORTING-CURRENCY TOTAL OVER THE SCAN WINDOW.          *
000230*                                                                *
000240*    MOD-HISTORY.                                                *
000250*    2026-10-15  JDM  ORIGINAL.                                  *
000260******************************************************************
000270 01  NETD-RECORD.
000280     05  NETD-KEY.
000290         10  NETD-CASE-ID        PIC 9(09).
000300         10  NETD-CUENTA         PIC 9(18).
000310     05  NETD-PATRON             PIC X(01).
000320         88  NETD-PATRON-FAN-IN          VALUE "I".
000330         88  NETD-PATRON-FAN-OUT         VALUE "O".
000340     05  NETD-HUB                PIC 9(18).
000350     05  NETD-FECHA-DESDE        PIC 9(08).
000360     05  NETD-FECHA-HASTA        PIC 9(08).
000370     05  NETD-TRAN-CNT           PIC 9(05).
000380     05  NETD-MONTO-RPT          PIC S9(13)V99.
