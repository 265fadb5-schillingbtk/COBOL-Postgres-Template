000380*  DATE       INIT  DESCRIPTION
000390*  ---------- ----  ------------------------------------------
000400*  2026-09-02 TS    INITIAL VERSION.
000402*  2026-10-05 TS    COBPGAUD RECORD NOW 271 BYTES.  A "D" RECORD
000404*                   (A COBPGREV BACKOUT THAT DELETED AN INSERTED
000406*                   ROW) EXPECTS THE ROW TO BE GONE -- A ROW
000408*                   STILL THERE IS THE DRIFT, NOT A MISSING ONE.
000409*  2026-10-07 TS    COBPGAUD RECORD NOW 311 BYTES (AUDITREC).
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  AUD-FILE
000540     RECORD CONTAINS 311 CHARACTERS.
000550 COPY AUDITREC.
000560 FD  RPT-FILE.
000570 01  RPT-RECORD                  PIC X(132).
001130         10  WS-VFY-COLUMN       PIC X(30).
001140         10  WS-VFY-NEW-VALUE    PIC X(40).
001150         10  WS-VFY-RUN-TS       PIC X(26).
001155         10  WS-VFY-OPERATION    PIC X(01).
001160*****************************************************************
001170*    COUNTS BY TABLE FOR THE REPORT SUMMARY.
001180*****************************************************************
003440*    SEEN FOR A COMBINATION CARRIES THE VALUE THAT SHOULD STILL
003450*    BE IN THE DATABASE.
003460     MOVE AUD-NEW-VALUE TO WS-VFY-NEW-VALUE(WS-VFY-HIT)
003465     MOVE AUD-OPERATION TO WS-VFY-OPERATION(WS-VFY-HIT)
003470     MOVE AUD-RUN-TS    TO WS-VFY-RUN-TS(WS-VFY-HIT).
003480 2100-EXIT.
003490     EXIT.
004180         RETURNING WS-VFY-TUPLES
004190     END-CALL
004200     EVALUATE TRUE
004202         WHEN WS-VFY-OPERATION(WS-VFY-SUB) = "D"
004204             IF WS-VFY-TUPLES > 0
004206                 MOVE SPACES TO WS-VFY-VALUE
004208                 PERFORM 3100-REPORT-DRIFT THRU 3100-EXIT
004209             END-IF
004210         WHEN WS-VFY-TUPLES = 0
004220             MOVE SPACES TO WS-VFY-VALUE
004230             PERFORM 3100-REPORT-DRIFT THRU 3100-EXIT
004850     MOVE WS-VFY-COLUMN(WS-VFY-SUB)    TO WS-DTL-COLUMN
004860     MOVE WS-VFY-NEW-VALUE(WS-VFY-SUB) TO WS-DTL-SOLL
004870     EVALUATE TRUE
004872         WHEN WS-VFY-OPERATION(WS-VFY-SUB) = "D"
004874             MOVE "ZEILE NOCH VORHANDEN" TO WS-DTL-NOTE
004880         WHEN WS-VFY-TUPLES = 0
004890             MOVE "ZEILE NICHT GEFUNDEN" TO WS-DTL-NOTE
004900         WHEN WS-VFY-TUPLES > 1
