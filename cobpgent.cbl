000150*              CORR-RECORD GOES TO COBPGCOR -- OPERATION 'U',
000160*              KEY, COLUMN, AND THE OLD VALUE FILLED IN, SO
000170*              COBPGWB'S PRE-IMAGE VERIFICATION STILL PROTECTS
000180*              THE ROW.  NOBODY EDITS THE RAW 1256-BYTE RECORD
000190*              IMAGE IN AN EDITOR ANY MORE.
000191*
000192*              EVERY CORRECTION IS STAMPED WITH THE ANALYST'S
000193*              USER ID (ENVIRONMENT "USER", ELSE "LOGNAME") AND
000194*              THE ENTRY TIME AND LEAVES HERE IN STATUS 'P'
000195*              (PENDING).  A SECOND ANALYST RELEASES IT WITH
000196*              COBPGAPR BEFORE COBPGWB WILL APPLY IT.
000200*
000210*              REPLIES AT THE PROMPT:
000220*                <VALUE>   WRITE A CORRECTION WITH THIS VALUE
000360*  DATE       INIT  DESCRIPTION
000370*  ---------- ----  ------------------------------------------
000380*  2026-09-02 TS    INITIAL VERSION.
000382*  2026-10-07 TS    FOUR-EYES RELEASE -- ENTERED-BY/-TS STAMPED
000384*                   ON EVERY CORRECTION, STATUS PENDING.  NO
000386*                   USER ID IN THE ENVIRONMENT ENDS THE RUN RC 8.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000900     88  WS-TABLE-SET                        VALUE 'Y'.
000910 77  WS-TABLE-NAME                PIC X(30).
000920 77  WS-KEY-COLUMN                PIC X(30) VALUE SPACES.
000925 77  WS-USER-ID                   PIC X(20) VALUE SPACES.
000930 77  WS-ANSWER                    PIC X(80).
000940 77  WS-REJECTS-READ              PIC 9(09) VALUE 0.
000950 77  WS-CORRECTIONS-OUT           PIC 9(09) VALUE 0.
001230         MOVE 8 TO WS-RETURN-CODE
001240         GO TO 1000-EXIT
001250     END-IF
001252     PERFORM 1200-GET-USER-ID THRU 1200-EXIT
001254     IF WS-USER-ID = SPACES
001256         DISPLAY "COBPGENT: BENUTZER UNBEKANNT (USER/LOGNAME)"
001257             UPON SYSERR
001258         MOVE 8 TO WS-RETURN-CODE
001259         GO TO 1000-EXIT
001260     END-IF
001262     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
001270 1000-EXIT.
001280     EXIT.
001290*----------------------------------------------------------------
001890 1110-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001912*    THE ANALYST'S USER ID GOES ON EVERY CORRECTION -- COBPGAPR
001914*    REFUSES TO LET THE SAME ID RELEASE IT.
001916*----------------------------------------------------------------
001917 1200-GET-USER-ID.
001918     MOVE SPACES TO WS-USER-ID
001919     DISPLAY "USER" UPON ENVIRONMENT-NAME
001920     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001921     IF WS-USER-ID = SPACES
001922         DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
001923         ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001924     END-IF.
001925 1200-EXIT.
001926     EXIT.
001927*----------------------------------------------------------------
001928 1400-OPEN-FILES.
001930     OPEN INPUT REJ-FILE
001940     IF WS-REJ-FILE-STATUS NOT = "00"
001950         DISPLAY "COBPGENT: COBPGREJ NICHT GEFUNDEN" UPON SYSERR
002170*----------------------------------------------------------------
002180 2000-WALK-REJECTS.
002190     DISPLAY "COBPGENT -- KORREKTUR-ERFASSUNG FUER TABELLE "
002200         WS-TABLE-NAME " DURCH " WS-USER-ID UPON CONSOLE
002210     END-DISPLAY
002220     DISPLAY "ANTWORT: <WERT> = KORREKTUR, . = UEBERSPRINGEN, "
002230         "ENDE = ABBRECHEN" UPON CONSOLE
002660     EXIT.
002670*----------------------------------------------------------------
002680*    ONE CORRECTION RECORD -- OPERATION 'U', THE KEY AND THE OLD
002690*    VALUE FILLED IN FROM THE REJECT, THE NEW VALUE AS KEYED,
002692*    STAMPED WITH WHO KEYED IT AND WHEN, AND LEFT PENDING.
002700*    THE OLD VALUE IS WHAT LETS COBPGWB REFUSE A ROW SOMEBODY
002710*    ELSE CHANGED IN THE MEANTIME.
002720*----------------------------------------------------------------
002790     MOVE REJ-COLUMN TO CORR-COLUMN-NAME(1)
002800     MOVE REJ-VALUE(1:40) TO CORR-OLD-VALUE(1)
002810     MOVE WS-ANSWER(1:40) TO CORR-NEW-VALUE(1)
002811     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002812     ACCEPT WS-SYS-TIME FROM TIME
002813     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
002814     MOVE WS-USER-ID TO CORR-ENTERED-BY
002815     MOVE WS-FMT-TS TO CORR-ENTERED-TS
002816     SET CORR-PENDING TO TRUE
002820     WRITE CORR-RECORD
002830     IF WS-COR-FILE-STATUS NOT = "00"
002840         DISPLAY "COBPGENT: COBPGCOR WRITE FEHLER "
