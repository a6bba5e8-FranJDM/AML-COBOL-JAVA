000100******************************************************************
000110*                                                                *
000120*    AMLRUNC  --  NIGHTLY JOB-STREAM RUN CONTROL RECORD LAYOUT   *
000130*                                                                *
000140*    ONE RECORD PER BUSINESS DATE AND PROGRAM OF THE NIGHTLY     *
000150*    CHAIN (SEE AMLCHAIN), WRITTEN ONLY THROUGH AML_RUNCTL: THE  *
000160*    PROGRAM REGISTERS ITS START, WHICH STAMPS RUNC-INI-* AND    *
000170*    SETS STATUS "S", AND ITS FINISH, WHICH STAMPS RUNC-FIN-*,   *
000180*    THE RETURN CODE AND UP TO THREE KEY COUNTS AND SETS THE     *
000190*    STATUS TO "C" (RETURN CODE 4 OR LESS) OR "E".  A RECORD     *
000200*    LEFT AT "S" IS A RUN THAT NEVER REACHED ITS FINISH - AN     *
000210*    ABEND OR A FATAL OPEN.  RUNC-EJECUCIONES COUNTS THE STARTS  *
000220*    FOR THE DATE, SO A RERUN SHOWS ON THE RUN LOG.              *
000230*                                                                *
000240*    THE KEY DATE IS THE BUSINESS DATE (AMLRUND, OR THE SYSTEM   *
000250*    DATE WHEN THERE IS NONE); THE START AND FINISH STAMPS ARE   *
000260*    THE SYSTEM CLOCK, SO A STEP THAT SLIPS PAST MIDNIGHT STILL  *
000270*    FILES UNDER THE NIGHT IT BELONGS TO.  FIELDS ARE DISPLAY SO *
000280*    THE FILE CAN BE LISTED DIRECTLY.  READ BY AML_RUNLOG.       *
000290*                                                                *
000300*    MOD-HISTORY.                                                *
000310*    2026-10-15  JDM  ORIGINAL.                                  *
000320******************************************************************
000330 01  RUNC-RECORD.
000340     05  RUNC-KEY.
000350         10  RUNC-FECHA          PIC 9(08).
000360         10  RUNC-PROGRAMA       PIC X(12).
000370     05  RUNC-STATUS             PIC X(01).
000380         88  RUNC-INICIADO               VALUE "S".
000390         88  RUNC-COMPLETADO             VALUE "C".
000400         88  RUNC-ERROR                  VALUE "E".
000410     05  RUNC-INI-FECHA          PIC 9(08).
000420     05  RUNC-INI-TIME           PIC 9(08).
000430     05  RUNC-FIN-FECHA          PIC 9(08).
000440     05  RUNC-FIN-TIME           PIC 9(08).
000450     05  RUNC-RC                 PIC 9(04).
000460     05  RUNC-EJECUCIONES        PIC 9(04).
000470     05  RUNC-CONTADOR OCCURS 3 TIMES.
000480         10  RUNC-CONT-ETIQ      PIC X(12).
000490         10  RUNC-CONT-VALOR     PIC 9(09).
