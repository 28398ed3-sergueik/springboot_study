      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED AS THE SUSPENSE RECYCLE PROGRAM.
      *   2026-10-15  STORE MASTER RECORD LENGTH 39 - OPEN AND CLOSED
      *               DATES ADDED TO STORMAST.
      *   2026-10-15  STORE MASTER RECORD LENGTH 51 - OPERATING
      *               ACCOUNT ADDED TO STORMAST.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRCY.

       FD  STORMAST-FILE
           RECORDING MODE IS F.
       01  STORMAST-FILE-RECORD           PIC X(51).

       FD  DEPTMAST-FILE
           RECORDING MODE IS F.
