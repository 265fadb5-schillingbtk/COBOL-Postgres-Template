000040*  PURPOSE.    ONE RECORD PER CORRECTED COLUMN IN THE COBPGAUD
000050*              AUDIT JOURNAL -- WHICH RUN CHANGED WHICH ROW OF
000060*              WHICH TABLE, FROM WHAT TO WHAT, AND WHAT THE SQL
000070*              OUTCOME WAS.  WRITTEN BY COBPGWB (AND BY THE
000080*              COBPGREV BACKOUT) AND READ BY THE COBPGAUR
000085*              INQUIRY REPORT.  APPLIED ROWS ARE ONLY
000090*              JOURNALED ONCE THEIR TRANSACTION HAS COMMITTED,
000100*              SO THE JOURNAL NEVER CLAIMS A CHANGE THE
000110*              DATABASE ROLLED BACK.
000140*  DATE       INIT  DESCRIPTION
000150*  ---------- ----  ------------------------------------------
000160*  2026-08-22 TS    INITIAL VERSION.
000162*  2026-10-05 TS    AUD-REVERSED-RUN-TS ADDED (RECORD NOW 271
000164*                   BYTES) -- A COBPGREV BACKOUT RECORD NAMES
000166*                   THE RUN IT REVERSES; BLANK ON EVERY OTHER
000168*                   RECORD.  EXISTING JOURNALS AND ARCHIVES ARE
000169*                   PADDED WITH 26 BLANKS PER RECORD ONCE.
000171*  2026-10-07 TS    AUD-ENTERED-BY AND AUD-APPROVED-BY ADDED
000172*                   (RECORD NOW 311 BYTES) -- WHO KEYED THE
000173*                   CORRECTION IN COBPGENT AND WHO RELEASED IT
000174*                   IN COBPGAPR.  A COBPGREV BACKOUT RECORD
000175*                   CARRIES THE OPERATOR AS ENTERED-BY AND A
000176*                   BLANK APPROVED-BY.  EXISTING JOURNALS AND
000177*                   ARCHIVES ARE PADDED WITH 40 BLANKS ONCE.
000178*****************************************************************
000180 01  AUD-RECORD.
000190     05  AUD-RUN-TS          PIC X(26).
000200     05  AUD-PROGRAM-ID      PIC X(08).
000290         88  AUD-APPLIED             VALUE 'APPLIED'.
000300         88  AUD-REJECTED            VALUE 'REJECTED'.
000310         88  AUD-SQLERROR            VALUE 'SQLERROR'.
000320     05  AUD-REVERSED-RUN-TS PIC X(26).
000330     05  AUD-ENTERED-BY      PIC X(20).
000340     05  AUD-APPROVED-BY     PIC X(20).
