000100******************************************************************
000110*                                                                *
000120*    AMLTIER  --  KYC RISK TIER THRESHOLD FACTOR RECORD LAYOUT   *
000130*                                                                *
000140*    ONE RECORD PER HEIGHTENED-RISK CLASS, MAINTAINED BY         *
000150*    COMPLIANCE AND READ ONCE PER RUN UNIT BY CORE_BANK'S        *
000160*    5250-LOAD-TIER-FACTORS.  WHEN EITHER PARTY TO A WIRE IS     *
000170*    RATED HIGH TIER ("H") OR IS A POLITICALLY EXPOSED PERSON    *
000180*    ("P") ON AMLKYC, THE AMLPARM THRESHOLD FOR THE CALL IS      *
000190*    MULTIPLIED BY THAT CLASS'S FACTOR - 0.50 SCREENS THE WIRE   *
000200*    AGAINST HALF THE NORMAL LINE.  WHEN BOTH CLASSES APPLY THE  *
000210*    LOWER FACTOR WINS; THEY DO NOT COMPOUND.  A FACTOR MUST BE  *
000220*    GREATER THAN ZERO AND NOT OVER 1.00 - A FACTOR THAT WOULD   *
000230*    RAISE THE LINE IS IGNORED.  A MISSING FILE OR RECORD FALLS  *
000240*    BACK TO THE IN-PROGRAM DEFAULT FOR THAT CLASS, THE SAME     *
000250*    ARRANGEMENT AMLSCOR GIVES THE SCORE WEIGHTS.                *
000260*                                                                *
000270*    MOD-HISTORY.                                                *
000280*    2026-10-15  JDM  ORIGINAL.                                  *
000290******************************************************************
000300 01  TIER-RECORD.
000310     05  TIER-CLASE              PIC X(01).
000320         88  TIER-CLASE-ALTO             VALUE "H".
000330         88  TIER-CLASE-PEP              VALUE "P".
000340     05  TIER-FACTOR             PIC S9(01)V99 COMP-3.
