000100******************************************************************
000110*                                                                *
000120*    AMLCTRL  --  CTR FILING LOG RECORD LAYOUT                   *
000130*                                                                *
000140*    ONE RECORD PER CUSTOMER FILED BY AML_CTRFILE, KEYED BY      *
000150*    BUSINESS DATE AND ORIGIN ACCOUNT.  WRITTEN ONLY ONCE THE    *
000160*    FILING ITSELF HAS GONE OUT, AND CHECKED BEFORE EVERY        *
000170*    FILING, SO A RERUN FOR THE SAME DATE SKIPS EVERY CUSTOMER   *
000180*    ALREADY FILED INSTEAD OF FILING THEM AGAIN - THE SAME       *
000190*    PROTECTION CASE-SAR-FECHA GIVES A REFERRED CASE.            *
000200*                                                                *
000210*    MOD-HISTORY.                                                *
000220*    2026-10-15  JDM  ORIGINAL.                                  *
000230******************************************************************
000240 01  CTRL-RECORD.
000250     05  CTRL-KEY.
000260         10  CTRL-FECHA          PIC 9(08).
000270         10  CTRL-ORIGEN         PIC 9(18).
000280     05  CTRL-REF                PIC X(16).
000290     05  CTRL-FECHA-FILING       PIC 9(08).
000300     05  CTRL-MONTO-RPT          PIC S9(13)V99.
000310     05  CTRL-TRAN-CNT           PIC 9(05).
