000010*****************************************************************
000020*  DQHREC.CPY
000030*
000040*  PURPOSE.    ONE RECORD PER COLUMN PER RUN IN THE COBPGDQH
000050*              DATA-QUALITY HISTORY FILE WRITTEN BY COBPGDQP.
000060*              ALL RECORDS OF ONE STANZA IN ONE RUN CARRY THE
000070*              SAME DQH-RUN-TS, SO THE LATEST GROUP FOR A TABLE
000080*              IS THE PREVIOUS PROFILE THE NEXT RUN COMPARES
000090*              AGAINST.  COUNTS ARE OVER THE EXTRACT ROWS;
000100*              LENGTHS, MIN/MAX AND THE DISTINCT COUNT ARE OVER
000110*              THE VALUES THAT ARE NEITHER NULL NOR EMPTY.
000120*
000130*  MODIFICATION HISTORY.
000140*  DATE       INIT  DESCRIPTION
000150*  ---------- ----  ------------------------------------------
000160*  2026-10-10 TS    INITIAL VERSION.
000170*****************************************************************
000180 01  DQH-RECORD.
000190     05  DQH-TABLE-NAME      PIC X(30).
000200     05  FILLER              PIC X(01).
000210     05  DQH-RUN-TS          PIC X(26).
000220     05  FILLER              PIC X(01).
000230     05  DQH-PROC-DATE       PIC X(10).
000240     05  FILLER              PIC X(01).
000250     05  DQH-COLUMN-NAME     PIC X(30).
000260     05  FILLER              PIC X(01).
000270     05  DQH-ROW-COUNT       PIC 9(09).
000280     05  FILLER              PIC X(01).
000290     05  DQH-NULL-COUNT      PIC 9(09).
000300     05  FILLER              PIC X(01).
000310     05  DQH-EMPTY-COUNT     PIC 9(09).
000320     05  FILLER              PIC X(01).
000330     05  DQH-DISTINCT-COUNT  PIC 9(09).
000340     05  FILLER              PIC X(01).
000350     05  DQH-MIN-LEN         PIC 9(03).
000360     05  FILLER              PIC X(01).
000370     05  DQH-MAX-LEN         PIC 9(03).
000380     05  FILLER              PIC X(01).
000390     05  DQH-AVG-LEN         PIC 9(03)V9(02).
000400     05  FILLER              PIC X(01).
000410     05  DQH-FULL-COUNT      PIC 9(09).
000420     05  FILLER              PIC X(01).
000430     05  DQH-FLAG            PIC X(01).
000440         88  DQH-FLAGGED             VALUE 'Y'.
000450     05  FILLER              PIC X(01).
000460     05  DQH-MIN-VALUE       PIC X(80).
000470     05  FILLER              PIC X(01).
000480     05  DQH-MAX-VALUE       PIC X(80).
