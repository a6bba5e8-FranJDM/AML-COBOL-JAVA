000100******************************************************************
000110*                                                                *
000120*    AMLKYC  --  KYC CUSTOMER RISK RATING RECORD LAYOUT          *
000130*                                                                *
000140*    ONE RECORD PER ACCOUNT, REFRESHED NIGHTLY BY AML_KYCLOAD    *
000150*    FROM THE ONBOARDING SYSTEM'S EXTRACT.  CARRIES THE          *
000160*    CUSTOMER'S KYC RISK TIER (LOW/MEDIUM/HIGH), WHETHER THE     *
000170*    CUSTOMER IS A POLITICALLY EXPOSED PERSON, AND THE DATE THE  *
000180*    RATING WAS LAST REVIEWED BY ONBOARDING.  READ BY            *
000190*    CORE_BANK'S 5200-APPLY-RISK-TIER FOR BOTH PARTIES OF EVERY  *
000200*    WIRE: A HIGH-TIER OR PEP ORIGIN OR DESTINATION LOWERS THE   *
000210*    LINE THE WIRE IS SCREENED AGAINST BY THE FACTOR ON AMLTIER, *
000220*    AND UPLIFTS THE RISK SCORE OF A FLAGGED DECISION.  AN       *
000230*    ACCOUNT WITH NO RECORD SCREENS EXACTLY AS BEFORE.           *
000240*                                                                *
000250*    KYC-FECHA-CARGA IS THE BUSINESS DATE OF THE LOAD THAT LAST  *
000260*    WROTE THE RECORD.                                           *
000270*                                                                *
000280*    MOD-HISTORY.                                                *
000290*    2026-10-15  JDM  ORIGINAL.                                  *
000300******************************************************************
000310 01  KYC-RECORD.
000320     05  KYC-CUENTA              PIC 9(18).
000330     05  KYC-TIER                PIC X(01).
000340         88  KYC-TIER-LOW                VALUE "L".
000350         88  KYC-TIER-MEDIUM             VALUE "M".
000360         88  KYC-TIER-HIGH               VALUE "H".
000370         88  KYC-TIER-VALID              VALUES "L" "M" "H".
000380     05  KYC-PEP                 PIC X(01).
000390         88  KYC-PEP-SI                  VALUE "Y".
000400         88  KYC-PEP-VALID               VALUES "Y" "N".
000410     05  KYC-FECHA-REV           PIC 9(08).
000420     05  KYC-FECHA-CARGA         PIC 9(08).
