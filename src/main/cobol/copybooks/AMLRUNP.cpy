000100******************************************************************
000110*                                                                *
000120*    AMLRUNP  --  RUN CONTROL CALL BLOCK                         *
000130*                                                                *
000140*    PASSED TO AML_RUNCTL BY EVERY PROGRAM OF THE NIGHTLY CHAIN, *
000150*    ONCE AS IT STARTS (RUNP-INICIO) AND ONCE AS IT FINISHES     *
000160*    (RUNP-FIN).                                                 *
000170*                                                                *
000180*    ON THE START CALL THE CALLER SETS RUNP-PROGRAMA; AML_RUNCTL *
000190*    RETURNS THE BUSINESS DATE IT REGISTERED UNDER IN RUNP-FECHA *
000200*    AND RUNP-RECHAZADO WHEN THE PROGRAM MUST NOT RUN - A        *
000210*    PREDECESSOR HAS NOT COMPLETED FOR THE DATE, OR THE PROGRAM  *
000220*    ALREADY COMPLETED AND THERE IS NO RERUN CARD.  THE          *
000230*    DIAGNOSTIC IS DISPLAYED BY AML_RUNCTL; THE CALLER ENDS WITH *
000240*    RETURN CODE 12 WITHOUT TOUCHING A FILE.                     *
000250*                                                                *
000260*    ON THE FINISH CALL THE CALLER LEAVES RUNP-FECHA AS IT CAME  *
000270*    BACK, AND PASSES ITS RETURN CODE IN RUNP-RC AND UP TO       *
000280*    THREE LABELLED COUNTS FOR THE RUN LOG.  RUNP-RC IS NOT      *
000290*    CHANGED, SO THE CALLER CAN PUT IT BACK IN RETURN-CODE       *
000300*    AFTER THE CALL.                                             *
000310*                                                                *
000320*    MOD-HISTORY.                                                *
000330*    2026-10-15  JDM  ORIGINAL.                                  *
000340******************************************************************
000350 01  RUNP-PARM.
000360     05  RUNP-ACCION             PIC X(01).
000370         88  RUNP-INICIO                 VALUE "I".
000380         88  RUNP-FIN                    VALUE "F".
000390     05  RUNP-PROGRAMA           PIC X(12).
000400     05  RUNP-FECHA              PIC 9(08).
000410     05  RUNP-RC                 PIC S9(04).
000420     05  RUNP-CONTADOR OCCURS 3 TIMES.
000430         10  RUNP-CONT-ETIQ      PIC X(12).
000440         10  RUNP-CONT-VALOR     PIC 9(09).
000450     05  RUNP-RESULTADO          PIC X(01).
000460         88  RUNP-ACEPTADO               VALUE "A".
000470         88  RUNP-RECHAZADO              VALUE "R".
