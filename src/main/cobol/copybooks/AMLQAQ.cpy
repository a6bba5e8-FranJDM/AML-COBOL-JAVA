000100******************************************************************
000110*                                                                *
000120*    AMLQAQ  --  FALSE-POSITIVE QA REVIEW QUEUE RECORD LAYOUT    *
000130*                                                                *
000140*    ONE RECORD PER "F" CASE CLOSURE SAMPLED FOR SECOND REVIEW.  *
000150*    WRITTEN PENDING BY AML_QASAMP AFTER THE DAY'S CASE          *
000160*    MAINTENANCE, MARKED CONFIRMED OR OVERTURNED BY AML_QAREVW   *
000170*    FROM THE REVIEWER'S CARD, AND READ BY AML_QARPT FOR THE     *
000180*    MONTHLY OVERTURN RATES.  THE QUEUE IS KEPT, NOT EMPTIED, SO *
000190*    IT IS ALSO THE RECORD OF WHO REVIEWED WHAT AND WHAT THEY    *
000200*    DECIDED.                                                    *
000210*                                                                *
000220*    QAQ-REF IS "QA" PLUS THE SAMPLING DATE PLUS A SEQUENCE      *
000230*    WITHIN THE DATE, AND IS STAMPED ON THE CASE AS              *
000240*    CASE-QA-REF.  THE ANALYST, REASON AND SCORE ARE COPIED FROM *
000250*    THE CASE AS IT WAS CLOSED, SO THE RATES STILL SHOW WHOSE    *
000260*    CLOSURE WAS OVERTURNED AFTER THE CASE IS RE-WORKED.         *
000270*    QAQ-BASIS SAYS WHY THE CASE WAS PICKED: "S" IN THE          *
000280*    ANALYST'S ONE-IN-N SAMPLE, "H" ON SCORE ALONE.              *
000290*                                                                *
000300*    MOD-HISTORY.                                                *
000310*    2026-10-15  JDM  ORIGINAL.                                  *
000320******************************************************************
000330 01  QAQ-RECORD.
000340     05  QAQ-REF.
000350         10  QAQ-REF-PREFIJO     PIC X(02).
000360         10  QAQ-REF-FECHA       PIC 9(08).
000370         10  QAQ-REF-SEQ         PIC 9(05).
000380     05  QAQ-CASE-ID             PIC 9(09).
000390     05  QAQ-ANALYST             PIC X(08).
000400     05  QAQ-REASON              PIC X(02).
000410     05  QAQ-SCORE               PIC 9(05).
000420     05  QAQ-FECHA-DISPO         PIC 9(08).
000430     05  QAQ-BASIS               PIC X(01).
000440         88  QAQ-BASIS-SAMPLE            VALUE "S".
000450         88  QAQ-BASIS-SCORE             VALUE "H".
000460     05  QAQ-ESTADO              PIC X(01).
000470         88  QAQ-PENDING                 VALUE "P".
000480         88  QAQ-CONFIRMED               VALUE "C".
000490         88  QAQ-OVERTURNED              VALUE "O".
000500         88  QAQ-REVIEWED                VALUES "C" "O".
000510     05  QAQ-REVIEWER            PIC X(08).
000520     05  QAQ-FECHA-REV           PIC 9(08).
000530     05  QAQ-COMMENT             PIC X(60).
