000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGHIQ.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGHIQ
000090*
000100*  PURPOSE.    AS-OF INQUIRY OVER THE COBPGHIS POINT-IN-TIME
000110*              HISTORY KEPT BY COBPGHST -- AN ANALYST OR AUDITOR
000120*              TYPES A KEY AND A DATE AND SEES EVERY VERSION OF
000130*              THE ROW THE HISTORY HOLDS, WITH THE ONE THAT WAS
000140*              CURRENT ON THAT DATE MARKED AND SHOWN COLUMN BY
000150*              COLUMN.
000160*
000170*              CONTROLS COME FROM THE FIRST COBPGPRM STANZA WITH
000180*              "DELTA=Y" -- "HSTFILE=" (DEFAULT COBPGHIS), THE
000190*              SAME WAY COBPGHST KEEPS THE HISTORY.  THE COLUMN
000200*              NAMES ARE THE ONES STORED IN THE HISTORY'S CONTROL
000210*              RECORD.  REPLIES AT THE PROMPTS:
000220*                SCHLUESSEL?  <VALUE>, ENDE (OR BLANK) TO STOP
000230*                STICHTAG?    YYYY-MM-DD, BLANK FOR TODAY
000240*              A VERSION IS CURRENT ON THE DATE WHEN IT BECAME
000250*              VALID ON OR BEFORE IT AND WAS NOT YET REPLACED OR
000260*              DELETED ON IT.  A TRUE SQL NULL DISPLAYS AS
000270*              **NULL**, EXACTLY AS THE EXTRACT CARRIES IT.
000280*
000290*              RETURN CODE 0 = DIALOGUE COMPLETED, 8 = HISTORY
000300*              OR CONTROL-FILE ERROR.
000310*
000320*  MODIFICATION HISTORY.
000330*  DATE       INIT  DESCRIPTION
000340*  ---------- ----  ------------------------------------------
000350*  2026-10-14 TS    INITIAL VERSION.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PRM-FILE-STATUS.
000430     SELECT HIS-FILE ASSIGN TO "COBPGHIS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS HIS-KEY
000470         FILE STATUS IS WS-HIS-FILE-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PRM-FILE.
000510 01  PRM-RECORD                  PIC X(160).
000520 FD  HIS-FILE
000530     RECORD CONTAINS 1748 CHARACTERS.
000540 COPY HISREC.
000550 WORKING-STORAGE SECTION.
000560 COPY CTLPARM.
000570 77  WS-PRM-FILE-STATUS           PIC X(02).
000580 77  WS-HIS-FILE-STATUS           PIC X(02).
000590 77  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
000600     88  WS-PRM-EOF                          VALUE 'Y'.
000610 77  WS-DONE-SW                   PIC X(01) VALUE 'N'.
000620     88  WS-DONE                             VALUE 'Y'.
000630 77  WS-STANZA-SEEN-SW            PIC X(01) VALUE 'N'.
000640     88  WS-STANZA-SEEN                      VALUE 'Y'.
000650 77  WS-STANZA-DELTA-SW           PIC X(01) VALUE 'N'.
000660     88  WS-STANZA-DELTA                     VALUE 'Y'.
000670 77  WS-STANZA-CHOSEN-SW          PIC X(01) VALUE 'N'.
000680     88  WS-STANZA-CHOSEN                    VALUE 'Y'.
000690 77  WS-HIS-OPEN-SW               PIC X(01) VALUE 'N'.
000700     88  WS-HIS-OPEN                         VALUE 'Y'.
000710 77  WS-SCAN-END-SW               PIC X(01).
000720     88  WS-SCAN-END                         VALUE 'Y'.
000730 77  WS-ASOF-SW                   PIC X(01).
000740     88  WS-ASOF-FOUND                       VALUE 'Y'.
000750 77  WS-DATE-OK-SW                PIC X(01).
000760     88  WS-DATE-OK                          VALUE 'Y'.
000770 77  WS-PRM-KEY                   PIC X(20).
000780 77  WS-PRM-VALUE                 PIC X(160).
000790 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
000800 77  WS-COL-SUB                   PIC 9(04) COMP.
000810 77  WS-CHK-DATE                  PIC X(10).
000820 77  WS-HIS-NAME                  PIC X(44) VALUE "COBPGHIS".
000830 77  WS-STZ-HIS-NAME              PIC X(44).
000840 77  WS-ANSWER                    PIC X(80).
000850 77  WS-ASOF-DATE                 PIC X(10).
000860 77  WS-TODAY                     PIC X(10).
000870 77  WS-SYS-DATE                  PIC 9(08).
000880 77  WS-ROW-KEY                   PIC X(80).
000890 77  WS-VERSIONS                  PIC 9(04) COMP.
000900 77  WS-SHOW-TO                   PIC X(10).
000910 77  WS-SHOW-OPENED               PIC X(10).
000920 77  WS-SHOW-CLOSED               PIC X(10).
000930 77  WS-SHOW-MARK                 PIC X(24).
000940 77  WS-LOOKUPS                   PIC 9(09) VALUE 0.
000950 77  WS-HITS                      PIC 9(09) VALUE 0.
000960 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
000970*    THE VERSION CURRENT ON THE INQUIRY DATE, KEPT WHILE THE
000980*    VERSION LIST IS READ.
000990 01  WS-ASOF-DATA.
001000     05  WS-ASOF-ENTRY OCCURS 20 TIMES.
001010         10  WS-ASOF-FIELD        PIC X(80).
001020         10  WS-ASOF-NULL-SW      PIC X(01).
001030             88  WS-ASOF-IS-NULL          VALUE 'Y'.
001040 PROCEDURE DIVISION.
001050*----------------------------------------------------------------
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001080     IF WS-RETURN-CODE = 0
001090         PERFORM 2000-INQUIRY-LOOP THRU 2000-EXIT
001100     END-IF
001110     PERFORM 4000-TERMINATE THRU 4000-EXIT
001120     STOP RUN RETURNING WS-RETURN-CODE.
001130*----------------------------------------------------------------
001140 1000-INITIALIZE.
001150     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
001160     MOVE SPACES TO WS-TODAY
001170     STRING WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
001180         WS-SYS-DATE(7:2) DELIMITED BY SIZE
001190         INTO WS-TODAY
001200     END-STRING
001210     MOVE "tabelle" TO CTLP-TABLE-NAME
001220     MOVE 0 TO CTLP-COLUMN-COUNT
001230     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
001240     IF NOT WS-STANZA-CHOSEN
001250         DISPLAY "COBPGHIQ: KEINE STANZE MIT DELTA=Y IN COBPGPRM"
001260             UPON SYSERR
001270         MOVE 8 TO WS-RETURN-CODE
001280         GO TO 1000-EXIT
001290     END-IF
001300     DISPLAY "DD_COBPGHIS" UPON ENVIRONMENT-NAME
001310     DISPLAY WS-HIS-NAME UPON ENVIRONMENT-VALUE
001320     OPEN INPUT HIS-FILE
001330     IF WS-HIS-FILE-STATUS NOT = "00"
001340         DISPLAY "COBPGHIQ: HISTORIE NICHT GEFUNDEN -- "
001350             WS-HIS-NAME UPON SYSERR
001360         MOVE 8 TO WS-RETURN-CODE
001370         GO TO 1000-EXIT
001380     END-IF
001390     SET WS-HIS-OPEN TO TRUE
001400     MOVE LOW-VALUES TO HIS-KEY
001410     READ HIS-FILE
001420         INVALID KEY
001430             DISPLAY "COBPGHIQ: STEUERSATZ FEHLT -- "
001440                 WS-HIS-NAME UPON SYSERR
001450             END-DISPLAY
001460             MOVE 8 TO WS-RETURN-CODE
001470             GO TO 1000-EXIT
001480     END-READ
001490     MOVE HIS-CTL-TABLE-NAME TO CTLP-TABLE-NAME
001500     MOVE HIS-CTL-COLUMN-COUNT TO CTLP-COLUMN-COUNT
001510     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
001520         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
001530         MOVE HIS-CTL-COLUMN-NAME(WS-COL-SUB)
001540             TO CTLP-COLUMN-NAME(WS-COL-SUB)
001550     END-PERFORM
001560     DISPLAY "COBPGHIQ: HISTORIE FORTGESCHRIEBEN BIS "
001570         HIS-CTL-LAST-DATE UPON CONSOLE
001580     END-DISPLAY
001590     IF HIS-CTL-RUNNING
001600         DISPLAY "** DER LAUF VOM " HIS-CTL-LAST-DATE
001610             " IST NICHT ABGESCHLOSSEN **" UPON CONSOLE
001620         END-DISPLAY
001630     END-IF.
001640 1000-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670*    THE SAME STANZA COBPGHST KEEPS -- THE FIRST WITH "DELTA=Y".
001680*----------------------------------------------------------------
001690 1100-READ-PARAMETERS.
001700     MOVE 'N' TO WS-PRM-EOF-SW
001710     OPEN INPUT PRM-FILE
001720     IF WS-PRM-FILE-STATUS NOT = "00"
001730         GO TO 1100-EXIT
001740     END-IF
001750     PERFORM 1110-READ-PRM-RECORD THRU 1110-EXIT
001760         UNTIL WS-PRM-EOF
001770     CLOSE PRM-FILE
001780     PERFORM 1140-CLOSE-STANZA THRU 1140-EXIT.
001790 1100-EXIT.
001800     EXIT.
001810 1110-READ-PRM-RECORD.
001820     READ PRM-FILE
001830         AT END
001840             SET WS-PRM-EOF TO TRUE
001850             GO TO 1110-EXIT
001860     END-READ
001870     IF PRM-RECORD = SPACES OR PRM-RECORD(1:1) = "*"
001880         GO TO 1110-EXIT
001890     END-IF
001900     MOVE 0 TO WS-PRM-EQ-POS
001910     INSPECT PRM-RECORD TALLYING WS-PRM-EQ-POS
001920         FOR CHARACTERS BEFORE INITIAL "="
001930     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF PRM-RECORD
001940         GO TO 1110-EXIT
001950     END-IF
001960     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
001970     MOVE PRM-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
001980     MOVE PRM-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
001990     IF WS-STANZA-CHOSEN
002000         GO TO 1110-EXIT
002010     END-IF
002020     IF WS-PRM-KEY = "TABLE"
002030         PERFORM 1140-CLOSE-STANZA THRU 1140-EXIT
002040         IF WS-STANZA-CHOSEN
002050             GO TO 1110-EXIT
002060         END-IF
002070         SET WS-STANZA-SEEN TO TRUE
002080         MOVE 'N' TO WS-STANZA-DELTA-SW
002090         MOVE "COBPGHIS" TO WS-STZ-HIS-NAME
002100         GO TO 1110-EXIT
002110     END-IF
002120     IF NOT WS-STANZA-SEEN
002130         GO TO 1110-EXIT
002140     END-IF
002150     EVALUATE WS-PRM-KEY
002160         WHEN "DELTA"
002170             IF WS-PRM-VALUE(1:1) = "Y"
002180                 SET WS-STANZA-DELTA TO TRUE
002190             ELSE
002200                 MOVE 'N' TO WS-STANZA-DELTA-SW
002210             END-IF
002220         WHEN "HSTFILE"
002230             MOVE WS-PRM-VALUE(1:44) TO WS-STZ-HIS-NAME
002240         WHEN OTHER
002250             CONTINUE
002260     END-EVALUATE.
002270 1110-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300 1140-CLOSE-STANZA.
002310     IF WS-STANZA-CHOSEN OR NOT WS-STANZA-SEEN
002320         GO TO 1140-EXIT
002330     END-IF
002340     IF WS-STANZA-DELTA
002350         SET WS-STANZA-CHOSEN TO TRUE
002360         MOVE WS-STZ-HIS-NAME TO WS-HIS-NAME
002370     END-IF.
002380 1140-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410 2000-INQUIRY-LOOP.
002420     DISPLAY "COBPGHIQ -- STICHTAGSAUSKUNFT UEBER "
002430         CTLP-TABLE-NAME UPON CONSOLE
002440     END-DISPLAY
002450     DISPLAY "SCHLUESSEL UND STICHTAG EINGEBEN, ENDE = SCHLUSS"
002460         UPON CONSOLE
002470     END-DISPLAY
002480     PERFORM 2010-ONE-INQUIRY THRU 2010-EXIT
002490         UNTIL WS-DONE OR WS-RETURN-CODE NOT = 0.
002500 2000-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530 2010-ONE-INQUIRY.
002540     DISPLAY "SCHLUESSEL? " UPON CONSOLE
002550     END-DISPLAY
002560     MOVE SPACES TO WS-ANSWER
002570     ACCEPT WS-ANSWER FROM CONSOLE
002580     IF WS-ANSWER = SPACES OR WS-ANSWER = "ENDE"
002590         SET WS-DONE TO TRUE
002600         GO TO 2010-EXIT
002610     END-IF
002620     MOVE WS-ANSWER TO WS-ROW-KEY
002630     DISPLAY "STICHTAG (JJJJ-MM-TT, LEER = HEUTE)? " UPON CONSOLE
002640     END-DISPLAY
002650     MOVE SPACES TO WS-ANSWER
002660     ACCEPT WS-ANSWER FROM CONSOLE
002670     IF WS-ANSWER = SPACES
002680         MOVE WS-TODAY TO WS-ANSWER
002690     END-IF
002700     MOVE WS-ANSWER(1:10) TO WS-CHK-DATE
002710     PERFORM 9200-CHECK-DATE THRU 9200-EXIT
002720     IF NOT WS-DATE-OK OR WS-ANSWER(11:) NOT = SPACES
002730         DISPLAY "STICHTAG UNGUELTIG: " WS-ANSWER(1:20)
002740             UPON CONSOLE
002750         END-DISPLAY
002760         GO TO 2010-EXIT
002770     END-IF
002780     MOVE WS-CHK-DATE TO WS-ASOF-DATE
002790     ADD 1 TO WS-LOOKUPS
002800     MOVE 0 TO WS-VERSIONS
002810     MOVE 'N' TO WS-SCAN-END-SW WS-ASOF-SW
002820     MOVE WS-ROW-KEY TO HIS-ROW-KEY
002830     MOVE LOW-VALUES TO HIS-VALID-FROM
002840     START HIS-FILE KEY IS NOT LESS THAN HIS-KEY
002850         INVALID KEY
002860             SET WS-SCAN-END TO TRUE
002870     END-START
002880     PERFORM 2100-SHOW-ONE-VERSION THRU 2100-EXIT
002890         UNTIL WS-SCAN-END
002900     IF WS-RETURN-CODE NOT = 0
002910         GO TO 2010-EXIT
002920     END-IF
002930     IF WS-VERSIONS = 0
002940         DISPLAY "NICHT GEFUNDEN: " WS-ROW-KEY(1:40) UPON CONSOLE
002950         END-DISPLAY
002960         GO TO 2010-EXIT
002970     END-IF
002980     IF NOT WS-ASOF-FOUND
002990         DISPLAY "AM " WS-ASOF-DATE " KEIN STAND -- NOCH NICHT "
003000             "ANGELEGT ODER BEREITS GELOESCHT" UPON CONSOLE
003010         END-DISPLAY
003020         GO TO 2010-EXIT
003030     END-IF
003040     ADD 1 TO WS-HITS
003050     DISPLAY "STAND AM " WS-ASOF-DATE ":" UPON CONSOLE
003060     END-DISPLAY
003070     PERFORM 2200-SHOW-ONE-COLUMN THRU 2200-EXIT
003080         VARYING WS-COL-SUB FROM 1 BY 1
003090         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT.
003100 2010-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130*    ONE LINE PER VERSION, OLDEST FIRST.  "ERSETZT AM" IS THE
003140*    PROCESSING DATE THAT REPLACED OR DELETED THE VERSION; THE
003150*    VERSION CURRENT ON THE INQUIRY DATE IS MARKED AND KEPT.
003160*----------------------------------------------------------------
003170 2100-SHOW-ONE-VERSION.
003180     READ HIS-FILE NEXT RECORD
003190         AT END
003200             SET WS-SCAN-END TO TRUE
003210             GO TO 2100-EXIT
003220     END-READ
003230     IF WS-HIS-FILE-STATUS NOT = "00"
003240         DISPLAY "COBPGHIQ: HISTORIE READ FEHLER "
003250             WS-HIS-FILE-STATUS UPON SYSERR
003260         MOVE 8 TO WS-RETURN-CODE
003270         SET WS-SCAN-END TO TRUE
003280         GO TO 2100-EXIT
003290     END-IF
003300     IF HIS-ROW-KEY NOT = WS-ROW-KEY
003310         SET WS-SCAN-END TO TRUE
003320         GO TO 2100-EXIT
003330     END-IF
003340     ADD 1 TO WS-VERSIONS
003350     IF WS-VERSIONS = 1
003360         DISPLAY "  GUELTIG AB  ERSETZT AM  ENTSTANDEN  BEENDET"
003370             UPON CONSOLE
003380         END-DISPLAY
003390     END-IF
003400     IF HIS-CURRENT
003410         MOVE "AKTUELL" TO WS-SHOW-TO
003420     ELSE
003430         MOVE HIS-VALID-TO TO WS-SHOW-TO
003440     END-IF
003450     IF HIS-OPENED-BY-INSERT
003460         MOVE "ZUGANG" TO WS-SHOW-OPENED
003470     ELSE
003480         MOVE "AENDERUNG" TO WS-SHOW-OPENED
003490     END-IF
003500     EVALUATE TRUE
003510         WHEN HIS-CLOSED-BY-UPDATE
003520             MOVE "AENDERUNG" TO WS-SHOW-CLOSED
003530         WHEN HIS-CLOSED-BY-DELETE
003540             MOVE "LOESCHUNG" TO WS-SHOW-CLOSED
003550         WHEN OTHER
003560             MOVE SPACES TO WS-SHOW-CLOSED
003570     END-EVALUATE
003580     MOVE SPACES TO WS-SHOW-MARK
003590     IF HIS-VALID-FROM NOT > WS-ASOF-DATE
003600         AND HIS-VALID-TO > WS-ASOF-DATE
003610         MOVE "<== STAND AM STICHTAG" TO WS-SHOW-MARK
003620         MOVE HIS-DATA TO WS-ASOF-DATA
003630         SET WS-ASOF-FOUND TO TRUE
003640     END-IF
003650     DISPLAY "  " HIS-VALID-FROM "  " WS-SHOW-TO "  "
003660         WS-SHOW-OPENED "  " WS-SHOW-CLOSED " " WS-SHOW-MARK
003670         UPON CONSOLE
003680     END-DISPLAY.
003690 2100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720*    ONE COLUMN OF THE VERSION -- NAME, VALUE AND, FOR A TRUE SQL
003730*    NULL, THE **NULL** MARKER THE EXTRACT CARRIES.
003740*----------------------------------------------------------------
003750 2200-SHOW-ONE-COLUMN.
003760     IF WS-ASOF-IS-NULL(WS-COL-SUB)
003770         DISPLAY "  " CTLP-COLUMN-NAME(WS-COL-SUB)
003780             " = **NULL**" UPON CONSOLE
003790         END-DISPLAY
003800     ELSE
003810         DISPLAY "  " CTLP-COLUMN-NAME(WS-COL-SUB)
003820             " = " WS-ASOF-FIELD(WS-COL-SUB) UPON CONSOLE
003830         END-DISPLAY
003840     END-IF.
003850 2200-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880*    "YYYY-MM-DD" WITH A PLAUSIBLE MONTH AND DAY.  DATES ARE
003890*    COMPARED AS TEXT, WHICH THIS FORM ORDERS CORRECTLY.
003900*----------------------------------------------------------------
003910 9200-CHECK-DATE.
003920     MOVE 'N' TO WS-DATE-OK-SW
003930     IF WS-CHK-DATE(5:1) NOT = "-" OR WS-CHK-DATE(8:1) NOT = "-"
003940         GO TO 9200-EXIT
003950     END-IF
003960     IF WS-CHK-DATE(1:4) NOT NUMERIC
003970         OR WS-CHK-DATE(6:2) NOT NUMERIC
003980         OR WS-CHK-DATE(9:2) NOT NUMERIC
003990         GO TO 9200-EXIT
004000     END-IF
004010     IF WS-CHK-DATE(6:2) < "01" OR WS-CHK-DATE(6:2) > "12"
004020         OR WS-CHK-DATE(9:2) < "01" OR WS-CHK-DATE(9:2) > "31"
004030         GO TO 9200-EXIT
004040     END-IF
004050     SET WS-DATE-OK TO TRUE.
004060 9200-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090 4000-TERMINATE.
004100     IF WS-HIS-OPEN
004110         CLOSE HIS-FILE
004120     END-IF
004130     DISPLAY "Wir haben ", WS-LOOKUPS, " Anfragen beantwortet, ",
004140         WS-HITS, " Treffer" UPON SYSOUT
004150     END-DISPLAY.
004160 4000-EXIT.
004170     EXIT.
