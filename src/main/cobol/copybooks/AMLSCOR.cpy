000180*    AMLPARM GIVES THE THRESHOLDS.  A MISSING FILE OR RECORD    *
000190*    FALLS BACK TO THE IN-PROGRAM DEFAULT FOR THAT FACTOR.      *
000200*                                                                *
000210*    THE SCALED FACTORS ("AM", "VE", "PF", "NT") ARE MULTIPLIED  *
000220*    BY HOW FAR OVER THE LINE THE ACTIVITY WENT - A WIRE 100X    *
000230*    THE THRESHOLD SCORES 100 TIMES WHAT A WIRE 1 CENT OVER DOES *
000240*    - WHILE THE FLAT FACTORS ("WL", "NM", "CT") SCORE THEIR     *
000250*    WEIGHT OUTRIGHT.                                            *
000260*                                                                *
000270*    MOD-HISTORY.                                                *
000280*    2026-09-03  JDM  ORIGINAL.                                  *
000290*    2026-10-15  JDM  ADDED FLAT FACTOR "KY", THE KYC RISK-TIER  *
000300*                     UPLIFT ADDED TO A FLAGGED DECISION WHEN    *
000310*                     EITHER PARTY IS HIGH TIER OR PEP ON        *
000320*                     AMLKYC.                                    *
000330*    2026-10-15  JDM  ADDED SCALED FACTOR "NT", THE NEAR-        *
000340*                     THRESHOLD / ROUND-AMOUNT PATTERN, SCALED   *
000350*                     BY HOW MANY TIMES THE WINDOW'S COUNT OF    *
000360*                     QUALIFYING WIRES REACHES THE TRIGGER       *
000370*                     COUNT (SEE AMLESTP).                       *
000380******************************************************************
000390 01  SCOR-RECORD.
000400     05  SCOR-FACTOR             PIC X(02).
000410         88  SCOR-FACTOR-AMOUNT          VALUE "AM".
000420         88  SCOR-FACTOR-VELOCITY        VALUE "VE".
000430         88  SCOR-FACTOR-WATCHLIST       VALUE "WL".
000440         88  SCOR-FACTOR-NAME            VALUE "NM".
000450         88  SCOR-FACTOR-COUNTRY         VALUE "CT".
000460         88  SCOR-FACTOR-PROFILE         VALUE "PF".
000470         88  SCOR-FACTOR-RIESGO          VALUE "KY".
000480         88  SCOR-FACTOR-NEAR-THRESHOLD  VALUE "NT".
000490     05  SCOR-WEIGHT             PIC S9(05)V99 COMP-3.
