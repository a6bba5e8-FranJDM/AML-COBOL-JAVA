000100******************************************************************
000110*                                                                *
000120*    AMLQARD  --  QA REVIEW RESULT TRANSACTION LAYOUT            *
000130*                                                                *
000140*    ONE RECORD PER SECOND REVIEW OF A SAMPLED FALSE-POSITIVE    *
000150*    CLOSURE, KEYED IN BY THE QA REVIEWER AND APPLIED TO THE QA  *
000160*    QUEUE (AMLQAQ) BY AML_QAREVW.  QARD-REF IS THE QA REFERENCE *
000170*    PRINTED ON THE AML_QASAMP REPORT.  "C" CONFIRMS THE "F"     *
000180*    CLOSURE; "O" OVERTURNS IT AND SENDS THE CASE BACK TO OPEN.  *
000190*    THE REVIEWER MAY NOT BE THE ANALYST WHO CLOSED THE CASE.    *
000200*                                                                *
000210*    MOD-HISTORY.                                                *
000220*    2026-10-15  JDM  ORIGINAL.                                  *
000230******************************************************************
000240 01  QARD-RECORD.
000250     05  QARD-REF                PIC X(15).
000260     05  QARD-REVIEWER           PIC X(08).
000270     05  QARD-OUTCOME            PIC X(01).
000280         88  QARD-CONFIRMED              VALUE "C".
000290         88  QARD-OVERTURNED             VALUE "O".
000300         88  QARD-OUTCOME-VALID          VALUES "C" "O".
000310     05  QARD-COMMENT            PIC X(60).
