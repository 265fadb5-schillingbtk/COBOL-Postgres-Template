000010*****************************************************************
000020*  RCNREC.CPY
000030*
000040*  PURPOSE.    ONE RECORD PER DIFFERENCE IN THE COBPGRCX
000050*              EXCEPTIONS FILE OF THE COBPGRCN TWO-DATABASE
000060*              RECONCILIATION.  A ROW FOUND ON ONE SIDE ONLY
000070*              IS ONE RECORD (RCX-COLUMN-NAME BLANK); A ROW
000080*              ON BOTH SIDES WITH DIFFERENT CONTENTS IS ONE
000090*              RECORD PER DIFFERING COLUMN, WITH BOTH VALUES.
000100*              VALUES ARE CUT AT 80 BYTES HERE -- THE COMPARE
000110*              ITSELF USES THE FULL VALUE.  A SQL NULL IS
000120*              FLAGGED 'Y' WITH A BLANK VALUE.
000130*
000140*  MODIFICATION HISTORY.
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------------
000170*  2026-10-09 TS    INITIAL VERSION.
000180*****************************************************************
000190 01  RCX-RECORD.
000200     05  RCX-TABLE-NAME      PIC X(30).
000210     05  FILLER              PIC X(01).
000220     05  RCX-TYPE            PIC X(01).
000230         88  RCX-MISSING-ON-A        VALUE 'A'.
000240         88  RCX-MISSING-ON-B        VALUE 'B'.
000250         88  RCX-DIFFERS             VALUE 'D'.
000260     05  FILLER              PIC X(01).
000270     05  RCX-KEY-VALUE       PIC X(80).
000280     05  FILLER              PIC X(01).
000290     05  RCX-COLUMN-NAME     PIC X(30).
000300     05  FILLER              PIC X(01).
000310     05  RCX-NULL-A          PIC X(01).
000320     05  RCX-VALUE-A         PIC X(80).
000330     05  FILLER              PIC X(01).
000340     05  RCX-NULL-B          PIC X(01).
000350     05  RCX-VALUE-B         PIC X(80).
