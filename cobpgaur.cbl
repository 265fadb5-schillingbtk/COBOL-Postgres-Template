000110*              WRITTEN BY COBPGWB -- "WHICH ROWS WERE CHANGED,
000120*              FROM WHAT TO WHAT, WHEN, AND BY WHICH RUN" FOR
000130*              THE AUDITORS, WITHOUT ANYONE DUMPING THE RAW
000140*              311-BYTE RECORDS.
000150*
000160*              SELECTION COMES FROM THE COMMAND LINE (OUR
000170*              EQUIVALENT OF A JCL PARM), ANY COMBINATION OF:
000190*                TABLE=<table name>   EXACT TABLE MATCH
000200*                FROM=<yyyy-mm-dd>    RUN DATE ON OR AFTER
000210*                TO=<yyyy-mm-dd>      RUN DATE ON OR BEFORE
000212*                RUN=<yyyy-mm-dd.hh:mm:ss>  ONE RUN PLUS EVERY
000214*                                     COBPGREV BACKOUT OF IT
000220*              NO SELECTION AT ALL REPORTS THE WHOLE JOURNAL.
000230*              THE REPORT GOES TO COBPGAUL, ONE HEADED PAGE
000240*              STREAM, PLUS A RECORD COUNT ON SYSOUT.
000270*  DATE       INIT  DESCRIPTION
000280*  ---------- ----  ------------------------------------------
000290*  2026-08-22 TS    INITIAL VERSION.
000292*  2026-10-05 TS    COBPGAUD RECORD NOW 271 BYTES.  A COBPGREV
000294*                   BACKOUT RECORD GETS A SECOND LINE NAMING THE
000296*                   RUN IT REVERSES; "RUN=" SELECTS ONE RUN AND
000298*                   ITS BACKOUTS.
000299*  2026-10-07 TS    COBPGAUD RECORD NOW 311 BYTES.  EVERY RECORD
000301*                   CARRYING AN ENTERED-BY GETS A SECOND LINE
000303*                   WITH WHO KEYED THE CORRECTION AND WHO
000305*                   RELEASED OR REFUSED IT (COBPGAPR).
000307*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  AUD-FILE
000430     RECORD CONTAINS 311 CHARACTERS.
000440 COPY AUDITREC.
000450 FD  RPT-FILE.
000460 01  RPT-RECORD                  PIC X(132).
000530 77  WS-SEL-TABLE                PIC X(30) VALUE SPACES.
000540 77  WS-SEL-FROM                 PIC X(10) VALUE SPACES.
000550 77  WS-SEL-TO                   PIC X(10) VALUE SPACES.
000555 77  WS-SEL-RUN                  PIC X(26) VALUE SPACES.
000560 77  WS-PARM-STRING              PIC X(120).
000570 77  WS-PARM-TOKEN               PIC X(60).
000580 77  WS-PARM-PTR                 PIC 9(04) COMP.
000990     05  WS-DTL-NEW              PIC X(23).
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001010     05  WS-DTL-OUTCOME          PIC X(08).
001012 01  WS-REVERSAL-LINE.
001014     05  FILLER                  PIC X(20) VALUE SPACES.
001016     05  FILLER                  PIC X(24)
001017         VALUE "BACKOUT (COBPGREV) LAUF ".
001018     05  WS-REV-RUN              PIC X(19).
001019     05  FILLER                  PIC X(69) VALUE SPACES.
001020 01  WS-RELEASE-LINE.
001021     05  FILLER                  PIC X(20) VALUE SPACES.
001022     05  FILLER                  PIC X(12) VALUE "ERFASST VON ".
001023     05  WS-REL-ENTERED-BY       PIC X(20).
001024     05  FILLER                  PIC X(14)
001025         VALUE " GEPRUEFT VON ".
001026     05  WS-REL-APPROVED-BY      PIC X(20).
001027     05  FILLER                  PIC X(46) VALUE SPACES.
001028 PROCEDURE DIVISION.
001030*----------------------------------------------------------------
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001730             MOVE WS-TOK-VALUE(1:10) TO WS-SEL-FROM
001740         WHEN "TO"
001750             MOVE WS-TOK-VALUE(1:10) TO WS-SEL-TO
001752         WHEN "RUN"
001754             MOVE WS-TOK-VALUE(1:26) TO WS-SEL-RUN
001756             IF WS-SEL-RUN(11:1) NOT = SPACE
001758                 MOVE SPACE TO WS-SEL-RUN(11:1)
001759             END-IF
001760         WHEN OTHER
001770             DISPLAY "COBPGAUR: UNBEKANNTER PARAMETER -- "
001780                 WS-TOK-KEY UPON SYSERR
001920         WS-SEL-FROM  DELIMITED BY SPACE
001930         " TO="    DELIMITED BY SIZE
001940         WS-SEL-TO    DELIMITED BY SPACE
001942         " RUN="   DELIMITED BY SIZE
001944         WS-SEL-RUN(1:19) DELIMITED BY SIZE
001950         INTO WS-HD1-SELECTION
001960     END-STRING
001970     MOVE WS-HEADING-1 TO RPT-RECORD
002310         AND AUD-RUN-TS(1:10) > WS-SEL-TO
002320         GO TO 2010-EXIT
002330     END-IF
002332     IF WS-SEL-RUN NOT = SPACES
002334         AND AUD-RUN-TS NOT = WS-SEL-RUN
002336         AND AUD-REVERSED-RUN-TS NOT = WS-SEL-RUN
002338         GO TO 2010-EXIT
002339     END-IF
002340     MOVE SPACES TO WS-DETAIL-LINE
002350     MOVE AUD-RUN-TS(1:19)    TO WS-DTL-TS
002360     MOVE AUD-TABLE-NAME      TO WS-DTL-TABLE
002420     MOVE AUD-OUTCOME         TO WS-DTL-OUTCOME
002430     MOVE WS-DETAIL-LINE TO RPT-RECORD
002440     PERFORM 2200-WRITE-RPT-RECORD THRU 2200-EXIT
002442     IF AUD-REVERSED-RUN-TS NOT = SPACES
002444         MOVE AUD-REVERSED-RUN-TS(1:19) TO WS-REV-RUN
002446         MOVE WS-REVERSAL-LINE TO RPT-RECORD
002448         PERFORM 2200-WRITE-RPT-RECORD THRU 2200-EXIT
002449     END-IF
002450     IF AUD-ENTERED-BY NOT = SPACES
002451         MOVE AUD-ENTERED-BY  TO WS-REL-ENTERED-BY
002452         MOVE AUD-APPROVED-BY TO WS-REL-APPROVED-BY
002453         MOVE WS-RELEASE-LINE TO RPT-RECORD
002454         PERFORM 2200-WRITE-RPT-RECORD THRU 2200-EXIT
002455     END-IF
002456     ADD 1 TO WS-ROWS-REPORTED.
002460 2010-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
