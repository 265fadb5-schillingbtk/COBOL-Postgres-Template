000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGAPR.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGAPR
000090*
000100*  PURPOSE.    FOUR-EYES RELEASE DIALOGUE BETWEEN COBPGENT AND
000110*              COBPGWB.  WALKS THE PENDING CORRECTIONS ON
000120*              COBPGCOR -- KEY, EVERY COLUMN WITH ITS OLD AND
000130*              NEW VALUE, WHO KEYED IT AND WHEN -- AND LETS A
000140*              SECOND ANALYST RELEASE OR REFUSE EACH ONE.  THE
000150*              DECISION, THE APPROVER'S USER ID (ENVIRONMENT
000160*              "USER", ELSE "LOGNAME") AND THE TIME ARE WRITTEN
000170*              BACK INTO THE SAME RECORD; COBPGWB APPLIES ONLY
000180*              RECORDS IN STATUS 'A'.
000190*
000200*              A CORRECTION KEYED BY THE APPROVER, OR
000210*              ONE WITHOUT AN ENTERED-BY (NOT KEYED THROUGH
000220*              COBPGENT), IS SHOWN BUT CANNOT BE RELEASED HERE
000230*              AND STAYS PENDING.  RECORDS ALREADY RELEASED OR
000240*              REFUSED ARE PASSED OVER.
000250*
000260*              REPLIES AT THE PROMPT:
000270*                F         RELEASE (FREIGEBEN)
000280*                A         REFUSE (ABLEHNEN)
000290*                . (OR BLANK)  SKIP -- STAYS PENDING
000300*                ENDE      STOP -- REMAINING CORRECTIONS UNTOUCHED
000310*              THE TABLE NAME SHOWN AND LOGGED COMES FROM THE
000320*              FIRST COBPGPRM STANZA, AS IN COBPGENT.
000330*
000340*              RETURN CODE 0 = DIALOGUE COMPLETED (EVEN IF
000350*              ABORTED WITH "ENDE"), 8 = NO USER ID, CORRECTION
000360*              FILE MISSING OR I/O ERROR.
000370*
000380*  MODIFICATION HISTORY.
000390*  DATE       INIT  DESCRIPTION
000400*  ---------- ----  ------------------------------------------
000410*  2026-10-07 TS    INITIAL VERSION.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PRM-FILE-STATUS.
000490     SELECT COR-FILE ASSIGN TO "COBPGCOR"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-COR-FILE-STATUS.
000520     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-LOG-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRM-FILE.
000580 01  PRM-RECORD                  PIC X(160).
000590 FD  COR-FILE.
000600 COPY CORRREC.
000610 FD  LOG-FILE.
000620 01  LOG-RECORD                   PIC X(109).
000630 WORKING-STORAGE SECTION.
000640 COPY RUNLOG.
000650 77  WS-PRM-FILE-STATUS           PIC X(02).
000660 77  WS-COR-FILE-STATUS           PIC X(02).
000670 77  WS-LOG-FILE-STATUS           PIC X(02).
000680 77  WS-PRM-KEY                   PIC X(20).
000690 77  WS-PRM-VALUE                 PIC X(160).
000700 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
000710 77  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
000720     88  WS-PRM-EOF                          VALUE 'Y'.
000730 77  WS-COR-EOF-SW                PIC X(01) VALUE 'N'.
000740     88  WS-COR-EOF                          VALUE 'Y'.
000750 77  WS-ABORT-SW                  PIC X(01) VALUE 'N'.
000760     88  WS-ABORTED                          VALUE 'Y'.
000770 77  WS-REPLY-OK-SW               PIC X(01) VALUE 'N'.
000780     88  WS-REPLY-OK                         VALUE 'Y'.
000790 77  WS-COR-OPEN-SW               PIC X(01) VALUE 'N'.
000800     88  WS-COR-OPEN                         VALUE 'Y'.
000810 77  WS-LOG-OPEN-SW               PIC X(01) VALUE 'N'.
000820     88  WS-LOG-OPEN                         VALUE 'Y'.
000830 77  WS-TABLE-SET-SW              PIC X(01) VALUE 'N'.
000840     88  WS-TABLE-SET                        VALUE 'Y'.
000850 77  WS-TABLE-NAME                PIC X(30).
000860 77  WS-USER-ID                   PIC X(20) VALUE SPACES.
000870 77  WS-ANSWER                    PIC X(80).
000880 77  WS-FLD-SUB                   PIC 9(04) COMP.
000890 77  WS-CORR-READ                 PIC 9(09) VALUE 0.
000900 77  WS-CORR-SHOWN                PIC 9(09) VALUE 0.
000910 77  WS-CORR-APPROVED             PIC 9(09) VALUE 0.
000920 77  WS-CORR-REFUSED              PIC 9(09) VALUE 0.
000930 77  WS-CORR-OPEN                 PIC 9(09) VALUE 0.
000940 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
000950 77  WS-SYS-DATE                  PIC 9(08).
000960 77  WS-SYS-TIME                  PIC 9(08).
000970 77  WS-FMT-TS                    PIC X(26).
000980 77  WS-START-TS                  PIC X(26).
000990 77  WS-END-TS                    PIC X(26).
001000 PROCEDURE DIVISION.
001010*----------------------------------------------------------------
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001040     IF WS-RETURN-CODE = 0
001050         PERFORM 2000-WALK-CORRECTIONS THRU 2000-EXIT
001060     END-IF
001070     PERFORM 4000-TERMINATE THRU 4000-EXIT
001080     STOP RUN RETURNING WS-RETURN-CODE.
001090*----------------------------------------------------------------
001100 1000-INITIALIZE.
001110     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
001120     ACCEPT WS-SYS-TIME FROM TIME
001130     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
001140     MOVE WS-FMT-TS TO WS-START-TS
001150     MOVE "tabelle" TO WS-TABLE-NAME
001160     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
001170     PERFORM 1200-GET-USER-ID THRU 1200-EXIT
001180     IF WS-USER-ID = SPACES
001190         DISPLAY "COBPGAPR: BENUTZER UNBEKANNT (USER/LOGNAME)"
001200             UPON SYSERR
001210         MOVE 8 TO WS-RETURN-CODE
001220         GO TO 1000-EXIT
001230     END-IF
001240     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
001250 1000-EXIT.
001260     EXIT.
001270*----------------------------------------------------------------
001280 1010-FORMAT-TIMESTAMP.
001290     MOVE SPACES TO WS-FMT-TS
001300     STRING
001310         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
001320         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
001330         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
001340         DELIMITED BY SIZE
001350         INTO WS-FMT-TS
001360     END-STRING.
001370 1010-EXIT.
001380     EXIT.
001390*----------------------------------------------------------------
001400*    ONLY THE FIRST STANZA'S "TABLE=" IS TAKEN -- THE SAME TABLE
001410*    COBPGENT KEYED THE CORRECTIONS FOR.  A MISSING COBPGPRM IS
001420*    NOT AN ERROR HERE; THE NAME IS ONLY SHOWN AND LOGGED.
001430*----------------------------------------------------------------
001440 1100-READ-PARAMETERS.
001450     MOVE 'N' TO WS-PRM-EOF-SW
001460     OPEN INPUT PRM-FILE
001470     IF WS-PRM-FILE-STATUS NOT = "00"
001480         GO TO 1100-EXIT
001490     END-IF
001500     PERFORM 1110-READ-PRM-RECORD THRU 1110-EXIT
001510         UNTIL WS-PRM-EOF
001520     CLOSE PRM-FILE.
001530 1100-EXIT.
001540     EXIT.
001550 1110-READ-PRM-RECORD.
001560     READ PRM-FILE
001570         AT END
001580             SET WS-PRM-EOF TO TRUE
001590             GO TO 1110-EXIT
001600     END-READ
001610     IF PRM-RECORD = SPACES OR PRM-RECORD(1:1) = "*"
001620         GO TO 1110-EXIT
001630     END-IF
001640     MOVE 0 TO WS-PRM-EQ-POS
001650     INSPECT PRM-RECORD TALLYING WS-PRM-EQ-POS
001660         FOR CHARACTERS BEFORE INITIAL "="
001670     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF PRM-RECORD
001680         GO TO 1110-EXIT
001690     END-IF
001700     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
001710     MOVE PRM-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
001720     MOVE PRM-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
001730     IF WS-PRM-KEY = "TABLE" AND NOT WS-TABLE-SET
001740         MOVE WS-PRM-VALUE(1:30) TO WS-TABLE-NAME
001750         SET WS-TABLE-SET TO TRUE
001760     END-IF.
001770 1110-EXIT.
001780     EXIT.
001790*----------------------------------------------------------------
001800*    THE APPROVER'S USER ID -- SAME SOURCE AS COBPGENT'S
001810*    ENTERED-BY, SO THE TWO ARE COMPARABLE.
001820*----------------------------------------------------------------
001830 1200-GET-USER-ID.
001840     MOVE SPACES TO WS-USER-ID
001850     DISPLAY "USER" UPON ENVIRONMENT-NAME
001860     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001870     IF WS-USER-ID = SPACES
001880         DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
001890         ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001900     END-IF.
001910 1200-EXIT.
001920     EXIT.
001930*----------------------------------------------------------------
001940*    COBPGCOR IS OPENED I-O -- EACH DECISION IS REWRITTEN INTO
001950*    THE RECORD IT WAS READ FROM, SO AN "ENDE" HALFWAY THROUGH
001960*    KEEPS EVERY DECISION ALREADY TAKEN.
001970*----------------------------------------------------------------
001980 1400-OPEN-FILES.
001990     OPEN I-O COR-FILE
002000     IF WS-COR-FILE-STATUS NOT = "00"
002010         DISPLAY "COBPGAPR: COBPGCOR OPEN FEHLER "
002020             WS-COR-FILE-STATUS UPON SYSERR
002030         MOVE 8 TO WS-RETURN-CODE
002040         GO TO 1400-EXIT
002050     END-IF
002060     SET WS-COR-OPEN TO TRUE
002070     OPEN EXTEND LOG-FILE
002080     IF WS-LOG-FILE-STATUS NOT = "00"
002090         OPEN OUTPUT LOG-FILE
002100         IF WS-LOG-FILE-STATUS NOT = "00"
002110             DISPLAY "COBPGAPR: COBPGLOG OPEN FEHLER "
002120                 WS-LOG-FILE-STATUS UPON SYSERR
002130             MOVE 8 TO WS-RETURN-CODE
002140         END-IF
002150     END-IF
002160     IF WS-LOG-FILE-STATUS = "00"
002170         SET WS-LOG-OPEN TO TRUE
002180     END-IF.
002190 1400-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220 2000-WALK-CORRECTIONS.
002230     DISPLAY "COBPGAPR -- KORREKTUR-FREIGABE FUER TABELLE "
002240         WS-TABLE-NAME " DURCH " WS-USER-ID UPON CONSOLE
002250     END-DISPLAY
002260     DISPLAY "ANTWORT: F = FREIGEBEN, A = ABLEHNEN, "
002270         ". = UEBERSPRINGEN, ENDE = ABBRECHEN" UPON CONSOLE
002280     END-DISPLAY
002290     MOVE 'N' TO WS-COR-EOF-SW
002300     PERFORM 2010-HANDLE-ONE-CORRECTION THRU 2010-EXIT
002310         UNTIL WS-COR-EOF OR WS-ABORTED
002320            OR WS-RETURN-CODE NOT = 0.
002330 2000-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360*    ONE CORRECTION -- ONLY PENDING ONES ARE SHOWN.  THE
002370*    FOUR-EYES RULE IS CHECKED BEFORE THE PROMPT: THE ANALYST
002380*    WHO KEYED IT, OR AN UNKNOWN ONE, CANNOT RELEASE IT.
002390*----------------------------------------------------------------
002400 2010-HANDLE-ONE-CORRECTION.
002410     READ COR-FILE
002420         AT END
002430             SET WS-COR-EOF TO TRUE
002440             GO TO 2010-EXIT
002450     END-READ
002460     ADD 1 TO WS-CORR-READ
002470     IF NOT CORR-PENDING
002480         GO TO 2010-EXIT
002490     END-IF
002500     ADD 1 TO WS-CORR-SHOWN
002510     PERFORM 2020-SHOW-CORRECTION THRU 2020-EXIT
002520     IF CORR-ENTERED-BY = SPACES
002530         DISPLAY "ERFASSER UNBEKANNT -- KEINE FREIGABE MOEGLICH"
002540             UPON CONSOLE
002550         END-DISPLAY
002560         ADD 1 TO WS-CORR-OPEN
002570         GO TO 2010-EXIT
002580     END-IF
002590     IF CORR-ENTERED-BY = WS-USER-ID
002600         DISPLAY "EIGENE ERFASSUNG -- FREIGABE NUR DURCH "
002610             "ZWEITEN BEARBEITER" UPON CONSOLE
002620         END-DISPLAY
002630         ADD 1 TO WS-CORR-OPEN
002640         GO TO 2010-EXIT
002650     END-IF
002660     MOVE 'N' TO WS-REPLY-OK-SW
002670     PERFORM 2030-ASK-DECISION THRU 2030-EXIT
002680         UNTIL WS-REPLY-OK
002690     EVALUATE TRUE
002700         WHEN WS-ANSWER = "ENDE"
002710             SET WS-ABORTED TO TRUE
002720             ADD 1 TO WS-CORR-OPEN
002730         WHEN WS-ANSWER = "F"
002740             SET CORR-APPROVED TO TRUE
002750             PERFORM 2100-REWRITE-CORRECTION THRU 2100-EXIT
002760             ADD 1 TO WS-CORR-APPROVED
002770         WHEN WS-ANSWER = "A"
002780             SET CORR-REFUSED TO TRUE
002790             PERFORM 2100-REWRITE-CORRECTION THRU 2100-EXIT
002800             ADD 1 TO WS-CORR-REFUSED
002810         WHEN OTHER
002820             ADD 1 TO WS-CORR-OPEN
002830     END-EVALUATE.
002840 2010-EXIT.
002850     EXIT.
002860*----------------------------------------------------------------
002870 2020-SHOW-CORRECTION.
002880     DISPLAY " " UPON CONSOLE
002890     DISPLAY "OPERATION:  " CORR-OPERATION
002900         "  SCHLUESSEL: " CORR-KEY-COLUMN " = " CORR-KEY-VALUE
002910         UPON CONSOLE
002920     END-DISPLAY
002930     DISPLAY "ERFASST:    " CORR-ENTERED-BY " AM "
002940         CORR-ENTERED-TS(1:19) UPON CONSOLE
002950     END-DISPLAY
002960     PERFORM 2025-SHOW-ONE-FIELD THRU 2025-EXIT
002970         VARYING WS-FLD-SUB FROM 1 BY 1
002980         UNTIL WS-FLD-SUB > CORR-FIELD-COUNT
002990            OR WS-FLD-SUB > 10.
003000 2020-EXIT.
003010     EXIT.
003020 2025-SHOW-ONE-FIELD.
003030     DISPLAY "SPALTE:     " CORR-COLUMN-NAME(WS-FLD-SUB)
003040         UPON CONSOLE
003050     END-DISPLAY
003060     DISPLAY "  ALT:      " CORR-OLD-VALUE(WS-FLD-SUB)
003070         UPON CONSOLE
003080     END-DISPLAY
003090     DISPLAY "  NEU:      " CORR-NEW-VALUE(WS-FLD-SUB)
003100         UPON CONSOLE
003110     END-DISPLAY.
003120 2025-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150*    ASK UNTIL THE REPLY IS ONE OF THE FOUR WE KNOW -- A TYPO
003160*    MUST NOT RELEASE OR REFUSE ANYTHING.
003170*----------------------------------------------------------------
003180 2030-ASK-DECISION.
003190     DISPLAY "FREIGABE? " UPON CONSOLE
003200     END-DISPLAY
003210     MOVE SPACES TO WS-ANSWER
003220     ACCEPT WS-ANSWER FROM CONSOLE
003230     IF WS-ANSWER = "f"
003240         MOVE "F" TO WS-ANSWER
003250     END-IF
003260     IF WS-ANSWER = "a"
003270         MOVE "A" TO WS-ANSWER
003280     END-IF
003290     IF WS-ANSWER = "F" OR "A" OR "ENDE" OR "." OR SPACES
003300         SET WS-REPLY-OK TO TRUE
003310     ELSE
003320         DISPLAY "ANTWORT UNGUELTIG -- F, A, . ODER ENDE"
003330             UPON CONSOLE
003340         END-DISPLAY
003350     END-IF.
003360 2030-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390*    THE DECISION GOES BACK INTO THE RECORD JUST READ.
003400*----------------------------------------------------------------
003410 2100-REWRITE-CORRECTION.
003420     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
003430     ACCEPT WS-SYS-TIME FROM TIME
003440     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
003450     MOVE WS-USER-ID TO CORR-APPROVED-BY
003460     MOVE WS-FMT-TS TO CORR-APPROVED-TS
003470     REWRITE CORR-RECORD
003480     IF WS-COR-FILE-STATUS NOT = "00"
003490         DISPLAY "COBPGAPR: COBPGCOR REWRITE FEHLER "
003500             WS-COR-FILE-STATUS UPON SYSERR
003510         MOVE 8 TO WS-RETURN-CODE
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560 4000-TERMINATE.
003570     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
003580     ACCEPT WS-SYS-TIME FROM TIME
003590     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
003600     MOVE WS-FMT-TS TO WS-END-TS
003610     IF WS-LOG-OPEN
003620         MOVE "COBPGAPR"     TO RLOG-PROGRAM-ID
003630         MOVE WS-START-TS    TO RLOG-START-TS
003640         MOVE WS-END-TS      TO RLOG-END-TS
003650         MOVE WS-TABLE-NAME  TO RLOG-TABLE-NAME
003660         MOVE WS-CORR-APPROVED TO RLOG-ROW-COUNT
003670         MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
003680         MOVE 0              TO RLOG-TRUNC-COUNT
003690         MOVE RLOG-RECORD    TO LOG-RECORD
003700         WRITE LOG-RECORD
003710         IF WS-LOG-FILE-STATUS NOT = "00"
003720             DISPLAY "COBPGAPR: COBPGLOG WRITE FEHLER "
003730                 WS-LOG-FILE-STATUS UPON SYSERR
003740             MOVE 8 TO WS-RETURN-CODE
003750         END-IF
003760         CLOSE LOG-FILE
003770     END-IF
003780     IF WS-COR-OPEN
003790         CLOSE COR-FILE
003800     END-IF
003810     IF WS-ABORTED
003820         DISPLAY "COBPGAPR: MIT ENDE ABGEBROCHEN -- RESTLICHE "
003830             "KORREKTUREN UNBEARBEITET" UPON SYSOUT
003840     END-IF
003850     DISPLAY "Wir haben ", WS-CORR-SHOWN,
003860         " Korrekturen gezeigt, ", WS-CORR-APPROVED,
003870         " freigegeben, ", WS-CORR-REFUSED,
003880         " abgelehnt, ", WS-CORR-OPEN,
003890         " offen" UPON SYSOUT
003900     END-DISPLAY.
003910 4000-EXIT.
003920     EXIT.
