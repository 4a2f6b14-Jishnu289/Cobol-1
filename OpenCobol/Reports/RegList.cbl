000140*   DATE        BY    DESCRIPTION                               *
000150*   ----------  ----  ------------------------------------      *
000160*   08/22/2026  JFM   ORIGINAL VERSION.                         *
000163*   10/15/2026  JFM   A RUN HELD BY AN OPERATOR PAUSE NOW LISTS *
000166*                     AS PAUSED; IT STILL COUNTS AS IN FLIGHT.  *
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. REGLIST.
001720     MOVE SPACES TO W-DETAIL-LINE.
001730     MOVE REG-RUN-ID TO DL-RUN-ID.
001740     EVALUATE TRUE
001742         WHEN REG-PAUSED
001745             MOVE "PAUSED  " TO DL-STATUS
001747             ADD 1 TO W-ACTIVE-RUNS
001750         WHEN REG-ACTIVE
001760             MOVE "ACTIVE  " TO DL-STATUS
001770             ADD 1 TO W-ACTIVE-RUNS
