000420*  DATE       INIT  DESCRIPTION
000430*  ---------- ----  ------------------------------------------
000440*  2026-09-02 TS    INITIAL VERSION.
000442*  2026-10-05 TS    COBPGAUD RECORD NOW 271 BYTES (AUDITREC).
000444*  2026-10-07 TS    COBPGAUD RECORD NOW 311 BYTES (AUDITREC).
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000980 FD  HW1-FILE.
000990 01  HW1-RECORD                  PIC X(160).
001000 FD  AUD-FILE
001010     RECORD CONTAINS 311 CHARACTERS.
001020 01  AUD-RECORD                  PIC X(311).
001030 FD  ADA-FILE
001040     RECORD CONTAINS 311 CHARACTERS.
001050 01  ADA-RECORD                  PIC X(311).
001060 FD  HW2-FILE
001070     RECORD CONTAINS 311 CHARACTERS.
001080 01  HW2-RECORD                  PIC X(311).
001090 FD  CKP-FILE.
001100 01  CKP-RECORD.
001110     05  CKP-TABLE               PIC X(30).
