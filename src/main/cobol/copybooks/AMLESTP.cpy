000100******************************************************************
000110*                                                                *
000120*    AMLESTP  --  NEAR-THRESHOLD RULE PARAMETER RECORD LAYOUT    *
000130*                                                                *
000140*    ONE RECORD PER ACCOUNT TYPE, KEYED LIKE AMLPARM, MAINTAINED *
000150*    BY COMPLIANCE AND READ ONCE PER RUN UNIT BY CORE_BANK'S     *
000160*    7150-LOAD-NEAR-PARMS.  A WIRE COUNTS TOWARD THE RULE WHEN   *
000170*    ITS REPORTING-CURRENCY AMOUNT IS AT LEAST ESTP-BANDA-PCT    *
000180*    PERCENT OF THE ACCOUNT TYPE'S LINE WITHOUT GOING OVER IT,   *
000190*    OR WHEN ITS ORIGINATING-CURRENCY AMOUNT IS AN EXACT         *
000200*    MULTIPLE OF ESTP-UNIDAD AND IS AT LEAST ESTP-PISO-PCT       *
000210*    PERCENT OF THE LINE (A ZERO ESTP-UNIDAD TURNS THE ROUND-    *
000220*    AMOUNT TEST OFF).  REASON "10" IS RAISED WHEN A COUNTING    *
000230*    WIRE BRINGS THE ORIGIN TO ESTP-VECES COUNTING WIRES OR      *
000240*    MORE WITHIN THE LAST ESTP-DIAS DAYS, TODAY INCLUDED.        *
000250*                                                                *
000260*    THE LINE IS THE ONE THE AMOUNT CHECK USED FOR THE CALL -    *
000270*    LOWERED BY AMLTIER FOR A HIGH-TIER OR PEP PARTY - SO THE    *
000280*    BAND FOLLOWS THE LINE A STRUCTURER IS ACTUALLY UNDER.  A    *
000290*    MISSING FILE OR RECORD, OR A RECORD WITH ANY FIELD OUT OF   *
000300*    RANGE, FALLS BACK TO THE IN-PROGRAM DEFAULTS FOR THAT TYPE, *
000310*    THE SAME ARRANGEMENT AMLTIER GIVES THE TIER FACTORS.  A     *
000320*    WINDOW LONGER THAN AML_HOUSEKP'S OPERATIONAL RETENTION SEES *
000330*    NO FURTHER BACK THAN THE RETENTION.                         *
000340*                                                                *
000350*    MOD-HISTORY.                                                *
000360*    2026-10-15  JDM  ORIGINAL.                                  *
000370******************************************************************
000380 01  ESTP-RECORD.
000390     05  ESTP-TIPO-CTA           PIC X(01).
000400         88  ESTP-TIPO-PERSONAL          VALUE "P".
000410         88  ESTP-TIPO-EMPRESARIAL       VALUE "E".
000420     05  ESTP-BANDA-PCT          PIC S9(03)V99 COMP-3.
000430     05  ESTP-VECES              PIC S9(03) COMP-3.
000440     05  ESTP-DIAS               PIC S9(03) COMP-3.
000450     05  ESTP-UNIDAD             PIC S9(09)V99 COMP-3.
000460     05  ESTP-PISO-PCT           PIC S9(03)V99 COMP-3.
