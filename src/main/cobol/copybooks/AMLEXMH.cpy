000100******************************************************************
000110*                                                                *
000120*    AMLEXMH  --  COUNTERPARTY EXEMPTION CHANGE HISTORY LAYOUT   *
000130*                                                                *
000140*    ONE RECORD PER DELTA TRANSACTION PRESENTED TO AML_EXMPMNT - *
000150*    PENDED, APPLIED OR REJECTED - APPENDED TO THE PERMANENT     *
000160*    EXEMPTION HISTORY FILE, THE SAME WAY AML_PARMMNT KEEPS      *
000170*    PRMHIST.  THE BEFORE AND AFTER GROUPS SHOW THE PAIR'S       *
000180*    EXEMPTION AS IT STOOD AND AS IT READS AFTER THE             *
000190*    TRANSACTION (ALL BLANK/ZERO WHERE THERE WAS NONE), AND AN   *
000200*    APPLIED CHANGE CARRIES BOTH OFFICERS' NAMES.  FIELDS ARE    *
000210*    DISPLAY, NOT BINARY, SO THE HISTORY CAN BE LISTED           *
000220*    DIRECTLY, LIKE THE AUDIT LOG.                               *
000230*                                                                *
000240*    MOD-HISTORY.                                                *
000250*    2026-10-15  JDM  ORIGINAL.                                  *
000260******************************************************************
000270 01  EHIS-RECORD.
000280     05  EHIS-FECHA              PIC 9(08).
000290     05  EHIS-TIME               PIC 9(08).
000300     05  EHIS-ORIGEN             PIC 9(18).
000310     05  EHIS-DESTINO            PIC 9(18).
000320     05  EHIS-ACTION             PIC X(01).
000330     05  EHIS-CAMBIO             PIC X(01).
000340     05  EHIS-BEFORE.
000350         10  EHIS-B-RSN-AMOUNT   PIC X(01).
000360         10  EHIS-B-RSN-VELOCITY PIC X(01).
000370         10  EHIS-B-RSN-PROFILE  PIC X(01).
000380         10  EHIS-B-FECHA-EF     PIC 9(08).
000390         10  EHIS-B-FECHA-EXP    PIC 9(08).
000400     05  EHIS-AFTER.
000410         10  EHIS-A-RSN-AMOUNT   PIC X(01).
000420         10  EHIS-A-RSN-VELOCITY PIC X(01).
000430         10  EHIS-A-RSN-PROFILE  PIC X(01).
000440         10  EHIS-A-FECHA-EF     PIC 9(08).
000450         10  EHIS-A-FECHA-EXP    PIC 9(08).
000460     05  EHIS-OFICIAL-REQ        PIC X(08).
000470     05  EHIS-OFICIAL-APR        PIC X(08).
000480     05  EHIS-RESULT             PIC X(01).
000490         88  EHIS-APPLIED                VALUE "A".
000500         88  EHIS-PENDED                 VALUE "P".
000510         88  EHIS-REJECTED               VALUE "R".
000520     05  EHIS-REJECT-REASON      PIC X(25).
