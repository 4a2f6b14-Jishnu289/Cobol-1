000210*   DATE        BY    DESCRIPTION                               *
000220*   ----------  ----  ------------------------------------      *
000230*   09/02/2026  JFM   ORIGINAL VERSION.                         *
000232*   10/15/2026  JFM   START, FLOOR, STEP AND FREQUENCY EDITS    *
000235*                     NOW ACCEPT 001 THRU 999, THE SAME RANGE   *
000237*                     WHILE ACCEPTS.                            *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CNTLVAL.
001170*    VALIDATION LIMITS AND WORK FIELDS - SAME RULES WHILE
001180*    APPLIES AT RUN TIME
001190*    ------------------------------------------------------------
001200 77  W-MIN-VALUE                 PIC S9(03) VALUE 001.
001210 77  W-MAX-VALUE                 PIC S9(03) VALUE 999.
001220 01  W-TGT-WORK                  PIC 9(06) VALUE ZERO.
001230 01  W-TGT-SPLIT REDEFINES W-TGT-WORK.
001240     05  W-TGT-HH                PIC 9(02).
