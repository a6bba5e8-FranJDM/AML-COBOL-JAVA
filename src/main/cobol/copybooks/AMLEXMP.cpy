000100******************************************************************
000110*                                                                *
000120*    AMLEXMP  --  APPROVED-COUNTERPARTY EXEMPTION RECORD LAYOUT  *
000130*                                                                *
000140*    ONE RECORD PER APPROVED EXEMPTION, MAINTAINED UNDER DUAL    *
000150*    CONTROL BY AML_EXMPMNT AND READ BY CORE_BANK'S              *
000160*    5500-CHECK-EXEMPTION.  KEYED BY ORIGIN AND DESTINATION      *
000170*    ACCOUNT; A ZERO EXMP-DESTINO EXEMPTS THE ORIGIN TOWARD ANY  *
000180*    DESTINATION (A PAYROLL OR TREASURY SWEEP ACCOUNT), WHILE A  *
000190*    NON-ZERO ONE EXEMPTS THAT ONE PAIR ONLY.  CORE_BANK LOOKS   *
000200*    FOR THE PAIR FIRST AND FALLS BACK TO THE ORIGIN-ONLY ENTRY. *
000210*                                                                *
000220*    ONLY THE AMOUNT ("01"), VELOCITY ("03") AND PROFILE ("07")  *
000230*    REASONS CAN BE COVERED - THERE IS NO FLAG FOR THE           *
000240*    WATCHLIST, COUNTRY OR NAME REASONS ("02"/"06"/"08"), AND    *
000250*    THAT IS DELIBERATE: NO APPROVAL, HOWEVER SENIOR, LETS A     *
000260*    SANCTIONS HIT THROUGH.  THE EXEMPTION IS ONLY IN FORCE      *
000270*    FROM EXMP-FECHA-EF THROUGH EXMP-FECHA-EXP INCLUSIVE, SO     *
000280*    EVERY EXEMPTION LAPSES ON ITS OWN UNLESS IT IS RENEWED.     *
000290*                                                                *
000300*    MOD-HISTORY.                                                *
000310*    2026-10-15  JDM  ORIGINAL.                                  *
000320******************************************************************
000330 01  EXMP-RECORD.
000340     05  EXMP-KEY.
000350         10  EXMP-ORIGEN         PIC 9(18).
000360         10  EXMP-DESTINO        PIC 9(18).
000370     05  EXMP-RSN-AMOUNT         PIC X(01).
000380         88  EXMP-COVERS-AMOUNT          VALUE "Y".
000390     05  EXMP-RSN-VELOCITY       PIC X(01).
000400         88  EXMP-COVERS-VELOCITY        VALUE "Y".
000410     05  EXMP-RSN-PROFILE        PIC X(01).
000420         88  EXMP-COVERS-PROFILE         VALUE "Y".
000430     05  EXMP-FECHA-EF           PIC 9(08).
000440     05  EXMP-FECHA-EXP          PIC 9(08).
000450     05  EXMP-OFICIAL-REQ        PIC X(08).
000460     05  EXMP-OFICIAL-APR        PIC X(08).
000470     05  EXMP-FECHA-APR          PIC 9(08).
