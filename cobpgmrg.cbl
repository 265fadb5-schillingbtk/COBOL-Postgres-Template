000170*
000180*              THE SEGMENT ROW COUNTS ARE THEN TOTALLED AGAINST
000190*              THE SLICE JOBS' COBPGLOG RECORDS -- THE LAST N
000196*              "COBPG" (OR, FOR A MASKED STANZA, "COBPGMSK")
000202*              RECORDS FOR THE STANZA'S TABLE.  A
000210*              MISSING SEGMENT FILE, FEWER THAN N LOG RECORDS,
000220*              A SLICE LOGGED WITH RC 8, OR A TOTAL THAT DOES
000230*              NOT TIE OUT (A SHORT OR DUPLICATED SEGMENT)
000390*  DATE       INIT  DESCRIPTION
000400*  ---------- ----  ------------------------------------------
000410*  2026-09-02 TS    INITIAL VERSION.
000412*  2026-10-13 TS    SLICES CUT BY A MASKED COBPG STANZA ARE
000414*                   LOGGED AS "COBPGMSK" -- THEY COUNT AS SLICE
000416*                   RECORDS TOO, BUT MASKED AND REAL SLICES ARE
000418*                   NEVER MERGED INTO ONE FILE (RC 8).
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
001050 77  WS-LOG-TOTAL                 PIC 9(09).
001060 77  WS-GRAND-TOTAL               PIC 9(09) VALUE 0.
001070 77  WS-STANZAS-MERGED            PIC 9(02) VALUE 0.
001075 77  WS-LOGW-MASKED               PIC 9(03).
001080*****************************************************************
001090*    ROLLING WINDOW OVER COBPGLOG -- THE LAST "PARTS=" COBPG
001100*    RECORDS FOR THE STANZA'S TABLE.  ONLY THE SUM AND THE
001190     05  WS-LOGW-ENTRY OCCURS 99 TIMES.
001200         10  WS-LOGW-ROWS         PIC 9(09).
001210         10  WS-LOGW-RC           PIC 9(04).
001213         10  WS-LOGW-MASK-SW      PIC X(01).
001216             88  WS-LOGW-MASKED-SLICE     VALUE 'Y'.
001220*****************************************************************
001230*    ONE ENTRY PER "TABLE=" STANZA IN COBPGPRM -- ONLY THE
001240*    CONTROL VALUES THE MERGE NEEDS.  STANZAS WITHOUT "PARTS="
004040         MOVE 8 TO WS-RETURN-CODE
004050         GO TO 7000-EXIT
004060     END-IF
004070     MOVE 0 TO WS-LOG-TOTAL WS-LOGW-MASKED
004080     MOVE WS-CUR-PARTS TO WS-LOGW-USED
004090     PERFORM 7200-TALLY-ONE-WINDOW-ENTRY THRU 7200-EXIT
004100         VARYING WS-LOGW-SUB FROM 1 BY 1
004130     IF WS-RETURN-CODE NOT = 0
004140         GO TO 7000-EXIT
004150     END-IF
004151*    A MASKED TEST CUT AND THE REAL FEED MUST NEVER END UP IN
004152*    THE SAME FILE -- EITHER EVERY SLICE WAS MASKED OR NONE.
004153     IF WS-LOGW-MASKED > 0 AND WS-LOGW-MASKED < WS-CUR-PARTS
004154         DISPLAY "COBPGMRG: MASKIERTE UND ECHTE SLICES GEMISCHT"
004155             " -- ", WS-CUR-TABLE UPON SYSERR
004156         END-DISPLAY
004157         MOVE 8 TO WS-RETURN-CODE
004158         GO TO 7000-EXIT
004159     END-IF
004160     IF WS-LOG-TOTAL NOT = WS-SEG-TOTAL
004170         DISPLAY "COBPGMRG: SEGMENT-SUMME ", WS-SEG-TOTAL,
004180             " UNGLEICH LOG-SUMME ", WS-LOG-TOTAL,
004240     DISPLAY "COBPGMRG: ", WS-CUR-PARTS, " SEGMENTE MIT ",
004250         WS-SEG-TOTAL, " ZEILEN GEGEN DAS LOG GEPRUEFT"
004260         UPON SYSOUT
004262     END-DISPLAY
004264     IF WS-LOGW-MASKED > 0
004266         DISPLAY "COBPGMRG: ", WS-CUR-TABLE,
004268             " -- ALLE SEGMENTE MASKIERT" UPON SYSOUT
004270         END-DISPLAY
004272     END-IF.
004280 7000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004360             GO TO 7100-EXIT
004370     END-READ
004380     MOVE LOG-RECORD(1:109) TO RLOG-RECORD
004386     IF (RLOG-PROGRAM-ID NOT = "COBPG"
004392         AND RLOG-PROGRAM-ID NOT = "COBPGMSK")
004400         OR RLOG-TABLE-NAME NOT = WS-CUR-TABLE
004410         GO TO 7100-EXIT
004420     END-IF
004500     END-IF
004510     MOVE RLOG-ROW-COUNT   TO WS-LOGW-ROWS(WS-LOGW-NEXT)
004520     MOVE RLOG-RETURN-CODE TO WS-LOGW-RC(WS-LOGW-NEXT)
004521     IF RLOG-PROGRAM-ID = "COBPGMSK"
004522         MOVE 'Y' TO WS-LOGW-MASK-SW(WS-LOGW-NEXT)
004523     ELSE
004524         MOVE 'N' TO WS-LOGW-MASK-SW(WS-LOGW-NEXT)
004525     END-IF
004530     ADD 1 TO WS-LOGW-SEEN.
004540 7100-EXIT.
004550     EXIT.
004630         MOVE 8 TO WS-RETURN-CODE
004640         GO TO 7200-EXIT
004650     END-IF
004654     ADD WS-LOGW-ROWS(WS-LOGW-SUB) TO WS-LOG-TOTAL
004658     IF WS-LOGW-MASKED-SLICE(WS-LOGW-SUB)
004662         ADD 1 TO WS-LOGW-MASKED
004666     END-IF.
004670 7200-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
