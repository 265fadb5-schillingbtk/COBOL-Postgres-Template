000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-08-09 TS    INITIAL VERSION.
000132*  2026-10-07 TS    FOUR-EYES RELEASE -- ENTERED-BY/-TS STAMPED
000134*                   BY COBPGENT, APPROVAL STATUS AND
000136*                   APPROVED-BY/-TS SET BY THE COBPGAPR
000138*                   DIALOGUE.  COBPGWB APPLIES ONLY RECORDS IN
000139*                   STATUS 'A'.  RECORD NOW 1256 BYTES.
000140*****************************************************************
000150 01 CORR-RECORD.
000160     05 CORR-OPERATION       PIC X(01).
000230         10 CORR-COLUMN-NAME PIC X(30).
000240         10 CORR-OLD-VALUE   PIC X(40).
000250         10 CORR-NEW-VALUE   PIC X(40).
000260     05 CORR-ENTERED-BY      PIC X(20).
000270     05 CORR-ENTERED-TS      PIC X(26).
000280     05 CORR-APPROVAL-STATUS PIC X(01).
000290         88 CORR-PENDING              VALUE 'P' ' '.
000300         88 CORR-APPROVED             VALUE 'A'.
000310         88 CORR-REFUSED              VALUE 'R'.
000320     05 CORR-APPROVED-BY     PIC X(20).
000330     05 CORR-APPROVED-TS     PIC X(26).
