000010*****************************************************************
000020*  INBREC.CPY
000030*
000040*  PURPOSE.    RECORD LAYOUT OF AN INBOUND PARTNER FILE LOADED BY
000050*              COBPGIMP.  ONE HEADER ('H'), ANY NUMBER OF DETAIL
000060*              RECORDS ('D') AND ONE TRAILER ('T'), RECORD TYPE
000070*              IN COLUMN 1.  THE HEADER NAMES THE SENDER, THE
000080*              BUSINESS DATE (YYYY-MM-DD) AND THE SENDER'S FILE
000090*              SEQUENCE NUMBER; THE TRAILER CARRIES THE DETAIL-
000100*              RECORD COUNT AND THE HASH TOTAL (SUM OF THE
000110*              "HASHCOL=" COLUMN, LEFT-JUSTIFIED, OPTIONAL SIGN
000120*              AND DECIMAL POINT).
000130*              THE DETAIL DATA STARTS IN COLUMN 2, FIXED OR
000140*              DELIMITED AS THE CONTROL STANZA SAYS.
000150*
000160*  MODIFICATION HISTORY.
000170*  DATE       INIT  DESCRIPTION
000180*  ---------- ----  ------------------------------------------
000190*  2026-10-08 TS    INITIAL VERSION.
000200*****************************************************************
000210 01  INB-RECORD.
000220     05  INB-REC-TYPE        PIC X(01).
000230         88  INB-IS-HEADER           VALUE 'H'.
000240         88  INB-IS-DETAIL           VALUE 'D'.
000250         88  INB-IS-TRAILER          VALUE 'T'.
000260     05  INB-DETAIL-DATA     PIC X(1999).
000270 01  INB-HEADER-RECORD.
000280     05  FILLER              PIC X(01).
000290     05  INB-HDR-SENDER      PIC X(10).
000300     05  INB-HDR-BUS-DATE    PIC X(10).
000310     05  INB-HDR-SEQ-NO      PIC X(06).
000320     05  INB-HDR-SEQ-NUM REDEFINES INB-HDR-SEQ-NO
000330                             PIC 9(06).
000340     05  FILLER              PIC X(1973).
000350 01  INB-TRAILER-RECORD.
000360     05  FILLER              PIC X(01).
000370     05  INB-TRL-REC-COUNT   PIC X(09).
000380     05  INB-TRL-COUNT-NUM REDEFINES INB-TRL-REC-COUNT
000390                             PIC 9(09).
000400     05  INB-TRL-HASH-TOTAL  PIC X(20).
000410     05  FILLER              PIC X(1970).
