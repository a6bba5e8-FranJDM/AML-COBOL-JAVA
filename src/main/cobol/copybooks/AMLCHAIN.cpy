000100******************************************************************
000110*                                                                *
000120*    AMLCHAIN  --  NIGHTLY JOB-STREAM CHAIN TABLE                *
000130*                                                                *
000140*    THE PROGRAMS OF THE NIGHTLY CHAIN IN RUN ORDER, EACH WITH   *
000150*    THE PROGRAMS THAT MUST HAVE COMPLETED FOR THE SAME BUSINESS *
000160*    DATE BEFORE IT MAY START (UP TO THREE, BLANK WHEN NONE):    *
000170*                                                                *
000180*        AML_SWEEP     SCREENS THE NIGHT'S FEED                  *
000190*        AML_RECON     BALANCES FEED, AUDIT LOG AND EXCEPTIONS   *
000200*        AML_RPT       DAILY SCREENING REPORT FROM THE AUDIT LOG *
000210*        AML_AUDROLL   ROLLS THE BALANCED AUDIT LOG TO HISTORY   *
000220*        AML_CASEBLD   OPENS CASES FROM THE BALANCED AUDIT LOG   *
000230*        AML_PROFBLD   REBUILDS PROFILES FROM THE HISTORY        *
000240*        AML_SARFILE   FILES REFERRED CASES AGAINST THE HISTORY  *
000250*        AML_CASEAGE   AGES THE CASE FILE CASEBLD JUST UPDATED   *
000260*        AML_HOUSEKP   PURGES AND ARCHIVES ONCE ALL ABOVE ARE    *
000270*                      DONE WITH AMLVEL, AMLPROC AND AUDITHST    *
000280*                                                                *
000290*    READ BY AML_RUNCTL TO ENFORCE THE ORDER AND BY AML_RUNLOG   *
000300*    TO LIST THE NIGHT, SO THE TWO CANNOT DISAGREE.  A NEW STEP  *
000310*    IS ADDED HERE, AND CHAIN-MAX RAISED, IN ONE PLACE.          *
000320*                                                                *
000330*    MOD-HISTORY.                                                *
000340*    2026-10-15  JDM  ORIGINAL.                                  *
000350******************************************************************
000360 01  CHAIN-TABLA.
000370     05  FILLER                  PIC X(12) VALUE "AML_SWEEP".
000380     05  FILLER                  PIC X(12) VALUE SPACES.
000390     05  FILLER                  PIC X(12) VALUE SPACES.
000400     05  FILLER                  PIC X(12) VALUE SPACES.
000410*
000420     05  FILLER                  PIC X(12) VALUE "AML_RECON".
000430     05  FILLER                  PIC X(12) VALUE "AML_SWEEP".
000440     05  FILLER                  PIC X(12) VALUE SPACES.
000450     05  FILLER                  PIC X(12) VALUE SPACES.
000460*
000470     05  FILLER                  PIC X(12) VALUE "AML_RPT".
000480     05  FILLER                  PIC X(12) VALUE "AML_SWEEP".
000490     05  FILLER                  PIC X(12) VALUE SPACES.
000500     05  FILLER                  PIC X(12) VALUE SPACES.
000510*
000520     05  FILLER                  PIC X(12) VALUE "AML_AUDROLL".
000530     05  FILLER                  PIC X(12) VALUE "AML_RECON".
000540     05  FILLER                  PIC X(12) VALUE SPACES.
000550     05  FILLER                  PIC X(12) VALUE SPACES.
000560*
000570     05  FILLER                  PIC X(12) VALUE "AML_CASEBLD".
000580     05  FILLER                  PIC X(12) VALUE "AML_RECON".
000590     05  FILLER                  PIC X(12) VALUE SPACES.
000600     05  FILLER                  PIC X(12) VALUE SPACES.
000610*
000620     05  FILLER                  PIC X(12) VALUE "AML_PROFBLD".
000630     05  FILLER                  PIC X(12) VALUE "AML_AUDROLL".
000640     05  FILLER                  PIC X(12) VALUE SPACES.
000650     05  FILLER                  PIC X(12) VALUE SPACES.
000660*
000670     05  FILLER                  PIC X(12) VALUE "AML_SARFILE".
000680     05  FILLER                  PIC X(12) VALUE "AML_AUDROLL".
000690     05  FILLER                  PIC X(12) VALUE SPACES.
000700     05  FILLER                  PIC X(12) VALUE SPACES.
000710*
000720     05  FILLER                  PIC X(12) VALUE "AML_CASEAGE".
000730     05  FILLER                  PIC X(12) VALUE "AML_CASEBLD".
000740     05  FILLER                  PIC X(12) VALUE SPACES.
000750     05  FILLER                  PIC X(12) VALUE SPACES.
000760*
000770     05  FILLER                  PIC X(12) VALUE "AML_HOUSEKP".
000780     05  FILLER                  PIC X(12) VALUE "AML_PROFBLD".
000790     05  FILLER                  PIC X(12) VALUE "AML_SARFILE".
000800     05  FILLER                  PIC X(12) VALUE "AML_CASEAGE".
000810*
000820 01  CHAIN-TABLA-R REDEFINES CHAIN-TABLA.
000830     05  CHAIN-ENTRY OCCURS 9 TIMES INDEXED BY CHAIN-IDX.
000840         10  CHAIN-PROGRAMA      PIC X(12).
000850         10  CHAIN-PREDECESOR    PIC X(12)
000860                                 OCCURS 3 TIMES
000870                                 INDEXED BY CHAIN-PRE-IDX.
000880*
000890 77  CHAIN-MAX                   PIC 9(04) COMP-5 VALUE 9.
