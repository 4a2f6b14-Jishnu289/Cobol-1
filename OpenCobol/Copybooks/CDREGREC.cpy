000174*                     FILLER - RECORDS THE OPERATOR WHO MARKED  *
000176*                     A STALE ACTIVE ROW FAILED THROUGH REGMNT, *
000178*                     WITH THE WHEN IN REG-END-DATE/TIME.       *
000179*   10/15/2026  JFM   WHILE NOW ALSO SETS REG-CLEARED-BY TO THE *
000180*                     OPERATOR WHOSE CDOPCMD CANCEL ENDED THE   *
000181*                     RUN WITH RC 16.                           *
000182*   10/15/2026  JFM   ADDED THE PAUSED STATUS (P), SET BY WHILE *
000183*                     WHILE AN OPERATOR PAUSE IS IN FORCE AND   *
000184*                     RETURNED TO ACTIVE ON RESUME.  REG-ACTIVE *
000185*                     STILL COVERS A PAUSED RUN; REG-RUNNING    *
000186*                     AND REG-PAUSED TELL THE TWO APART.        *
000188******************************************************************
000190 01  REG-RECORD.
000200     05  REG-RUN-ID              PIC X(08).
000210     05  REG-STATUS              PIC X(01).
000220         88  REG-ACTIVE                      VALUE 'A' 'P'.
000223         88  REG-RUNNING                     VALUE 'A'.
000226         88  REG-PAUSED                      VALUE 'P'.
000230         88  REG-COMPLETE                    VALUE 'C'.
000240         88  REG-FAILED                      VALUE 'F'.
000250     05  REG-JOB-NAME            PIC X(08).
