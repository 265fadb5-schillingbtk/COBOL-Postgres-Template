000126*                   HAD TO CUT OFF.  A NON-ZERO COUNT MEANS THE
000128*                   EXTRACT LOST DATA AND THE RUN DID NOT END
000129*                   WITH RETURN CODE ZERO.
000130*  2026-10-11 TS    COBPGJOB "ARBEITSTAG" RECORDS (TABLE NAME
000131*                   ARBEITSTAG) CLOSE A BUSINESS DAY OF THE
000132*                   CHAIN; RLOG-ROW-COUNT CARRIES THE PROCESSING
000133*                   DATE AS YYYYMMDD, NOT A ROW COUNT.
000134*  2026-10-13 TS    A MASKED COBPG STANZA (TEST DATA CUT WITH
000135*                   "MASK=") LOGS UNDER PROGRAM ID "COBPGMSK",
000136*                   NEVER "COBPG".
000138*****************************************************************
000140 01 RLOG-RECORD.
000150     05 RLOG-PROGRAM-ID      PIC X(08).
000160     05 RLOG-START-TS        PIC X(26).
