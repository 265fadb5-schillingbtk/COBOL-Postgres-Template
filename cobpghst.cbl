000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGHST.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGHST
000090*
000100*  PURPOSE.    CARRIES THE NIGHTLY COBPGDLT CHANGE FILE INTO THE
000110*              KEYED POINT-IN-TIME HISTORY COBPGHIS, SO "WHAT DID
000120*              KONTO 4711 LOOK LIKE AT MONTH END" HAS AN ANSWER
000130*              (COBPGHIQ) EVEN THOUGH COBPGKEY REBUILDS COBPGMST
000140*              FROM SCRATCH EVERY NIGHT.
000150*
000160*              THE FIRST COBPGPRM STANZA WITH "DELTA=Y" APPLIES:
000170*              ITS "DLTFILE=" (DEFAULT COBPGDLT) IS THE CHANGE
000180*              FILE AND "HSTFILE=" (DEFAULT COBPGHIS) THE HISTORY.
000190*              THE PROCESSING DATE IS THE COMMAND-LINE DATE, ELSE
000200*              "DATE=", ELSE TODAY -- THE SAME DATE THE EXTRACT
000210*              RAN UNDER.
000220*
000230*              EVERY CHANGE RECORD IS APPLIED UNDER THE
000240*              PROCESSING DATE:
000250*                I  A NEW CURRENT VERSION FROM THE AFTER IMAGE.
000260*                U  THE CURRENT VERSION IS CLOSED (VALID-TO = THE
000270*                   PROCESSING DATE) AND A NEW ONE OPENED.
000280*                D  THE CURRENT VERSION IS CLOSED -- NEVER
000290*                   REMOVED.
000300*              AN INSERT FOR A ROW WITH A CURRENT VERSION, AN
000310*              UPDATE OR DELETE WITHOUT ONE, OR A BEFORE IMAGE
000320*              THAT DIFFERS FROM THE CURRENT VERSION (A MISSED
000330*              NIGHT) IS REPORTED AND FORCES RC 4; THE HISTORY
000340*              STILL FOLLOWS THE CHANGE FILE.
000350*
000360*              THE CONTROL RECORD REFUSES A PROCESSING DATE THAT
000370*              IS ALREADY APPLIED OR EARLIER THAN THE LAST ONE,
000380*              AND A STANZA WHOSE TABLE OR COLUMN LIST NO LONGER
000390*              MATCHES THE HISTORY.  A RUN THAT BROKE OFF MAY BE
000400*              REPEATED FOR THE SAME DATE: ROWS IT ALREADY
000410*              CARRIED ARE RECOGNISED AND SKIPPED.  UNTIL THAT
000411*              DATE HAS BEEN REPEATED TO THE END, A LATER DATE
000412*              IS REFUSED -- OTHERWISE THE CHANGES AFTER THE
000413*              BREAK WOULD NEVER REACH THE HISTORY.
000420*
000430*              RETURN CODE 0 = CHANGES APPLIED, 4 = INCONSISTENT
000440*              CHANGES REPORTED, 8 = CONTROL-FILE, DATE OR I/O
000450*              ERROR.
000460*
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  ------------------------------------------
000500*  2026-10-14 TS    INITIAL VERSION.
000501*  2026-10-15 TS    REFUSE A LATER DATE WHILE A BROKEN RUN IS
000502*                   STILL UNFINISHED.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRM-FILE-STATUS.
000580     SELECT DLT-FILE ASSIGN TO "COBPGDLT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-DLT-FILE-STATUS.
000610     SELECT HIS-FILE ASSIGN TO "COBPGHIS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS HIS-KEY
000650         FILE STATUS IS WS-HIS-FILE-STATUS.
000660     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-LOG-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PRM-FILE.
000720 01  PRM-RECORD                  PIC X(160).
000730 FD  DLT-FILE
000740     RECORD CONTAINS 3321 CHARACTERS.
000750 01  DLT-RECORD.
000760     05  DLT-FLAG                PIC X(01).
000770         88  DLT-INSERTED                VALUE 'I'.
000780         88  DLT-UPDATED                 VALUE 'U'.
000790         88  DLT-DELETED                 VALUE 'D'.
000800     05  DLT-KEY-VALUE           PIC X(80).
000810     05  DLT-BEFORE              PIC X(1620).
000820     05  DLT-AFTER               PIC X(1620).
000830 FD  HIS-FILE
000840     RECORD CONTAINS 1748 CHARACTERS.
000850 COPY HISREC.
000860 FD  LOG-FILE.
000870 01  LOG-RECORD                   PIC X(109).
000880 WORKING-STORAGE SECTION.
000890 COPY CTLPARM.
000900 COPY RUNLOG.
000910 77  WS-PRM-FILE-STATUS           PIC X(02).
000920 77  WS-DLT-FILE-STATUS           PIC X(02).
000930 77  WS-HIS-FILE-STATUS           PIC X(02).
000940 77  WS-LOG-FILE-STATUS           PIC X(02).
000950 77  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
000960     88  WS-PRM-EOF                          VALUE 'Y'.
000970 77  WS-DLT-EOF-SW                PIC X(01) VALUE 'N'.
000980     88  WS-DLT-EOF                          VALUE 'Y'.
000990 77  WS-STANZA-SEEN-SW            PIC X(01) VALUE 'N'.
001000     88  WS-STANZA-SEEN                      VALUE 'Y'.
001010 77  WS-STANZA-DELTA-SW           PIC X(01) VALUE 'N'.
001020     88  WS-STANZA-DELTA                     VALUE 'Y'.
001030 77  WS-STANZA-CHOSEN-SW          PIC X(01) VALUE 'N'.
001040     88  WS-STANZA-CHOSEN                    VALUE 'Y'.
001050 77  WS-DLT-OPEN-SW               PIC X(01) VALUE 'N'.
001060     88  WS-DLT-OPEN                         VALUE 'Y'.
001070 77  WS-HIS-OPEN-SW               PIC X(01) VALUE 'N'.
001080     88  WS-HIS-OPEN                         VALUE 'Y'.
001090 77  WS-LOG-OPEN-SW               PIC X(01) VALUE 'N'.
001100     88  WS-LOG-OPEN                         VALUE 'Y'.
001110 77  WS-CTL-READY-SW              PIC X(01) VALUE 'N'.
001120     88  WS-CTL-READY                        VALUE 'Y'.
001130 77  WS-LATEST-SW                 PIC X(01).
001140     88  WS-LATEST-FOUND                     VALUE 'Y'.
001150 77  WS-SCAN-END-SW               PIC X(01).
001160     88  WS-SCAN-END                         VALUE 'Y'.
001170 77  WS-DATE-OK-SW                PIC X(01).
001180     88  WS-DATE-OK                          VALUE 'Y'.
001190 77  WS-PRM-KEY                   PIC X(20).
001200 77  WS-PRM-VALUE                 PIC X(160).
001210 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
001220 77  WS-COLUMNS-VALUE             PIC X(160).
001230 77  WS-TOK-PTR                   PIC 9(04) COMP.
001240 77  WS-COL-SUB                   PIC 9(04) COMP.
001250 77  WS-PARM-STRING               PIC X(80).
001260 77  WS-CHK-DATE                  PIC X(10).
001270 77  WS-DLT-NAME                  PIC X(44) VALUE "COBPGDLT".
001280 77  WS-HIS-NAME                  PIC X(44) VALUE "COBPGHIS".
001290 77  WS-STZ-TABLE-NAME            PIC X(30).
001300 77  WS-STZ-DLT-NAME              PIC X(44).
001310 77  WS-STZ-HIS-NAME              PIC X(44).
001320 77  WS-DLT-READ                  PIC 9(09) VALUE 0.
001330 77  WS-DLT-APPLIED               PIC 9(09) VALUE 0.
001340 77  WS-VERSIONS-OPENED           PIC 9(09) VALUE 0.
001350 77  WS-VERSIONS-CLOSED           PIC 9(09) VALUE 0.
001360 77  WS-ALREADY-APPLIED           PIC 9(09) VALUE 0.
001370 77  WS-ANOMALIES                 PIC 9(09) VALUE 0.
001380 77  WS-ANOMALY-TEXT              PIC X(40).
001390 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
001400 77  WS-SYS-DATE                  PIC 9(08).
001410 77  WS-SYS-TIME                  PIC 9(08).
001420 77  WS-FMT-TS                    PIC X(26).
001430 77  WS-START-TS                  PIC X(26).
001440 77  WS-END-TS                    PIC X(26).
001450*    THE LATEST VERSION OF THE ROW IN HAND, AS FOUND BY 2100.
001460 01  WS-LATEST-RECORD             PIC X(1748).
001470 01  WS-LATEST-VIEW REDEFINES WS-LATEST-RECORD.
001480     05  WS-LATEST-ROW-KEY        PIC X(80).
001490     05  WS-LATEST-VALID-FROM     PIC X(10).
001500     05  WS-LATEST-VALID-TO       PIC X(10).
001510         88  WS-LATEST-CURRENT            VALUE "9999-12-31".
001520     05  WS-LATEST-OPENED-BY      PIC X(01).
001530     05  WS-LATEST-CLOSED-BY      PIC X(01).
001540     05  WS-LATEST-APPLIED-TS     PIC X(26).
001550     05  WS-LATEST-DATA           PIC X(1620).
001560 PROCEDURE DIVISION.
001570*----------------------------------------------------------------
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001600     IF WS-RETURN-CODE = 0
001610         PERFORM 2000-APPLY-CHANGES THRU 2000-EXIT
001620     END-IF
001630     PERFORM 4000-TERMINATE THRU 4000-EXIT
001640     STOP RUN RETURNING WS-RETURN-CODE.
001650*----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
001680     ACCEPT WS-SYS-TIME FROM TIME
001690     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
001700     MOVE WS-FMT-TS TO WS-START-TS
001710     MOVE "tabelle" TO CTLP-TABLE-NAME
001720     MOVE SPACES TO CTLP-PROC-DATE
001730     MOVE 0 TO CTLP-COLUMN-COUNT
001740     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
001750     IF NOT WS-STANZA-CHOSEN
001760         DISPLAY "COBPGHST: KEINE STANZE MIT DELTA=Y IN COBPGPRM"
001770             UPON SYSERR
001780         MOVE 8 TO WS-RETURN-CODE
001790         GO TO 1000-EXIT
001800     END-IF
001810     IF CTLP-COLUMN-COUNT = 0
001820         DISPLAY "COBPGHST: COLUMNS= FEHLT IN COBPGPRM"
001830             UPON SYSERR
001840         MOVE 8 TO WS-RETURN-CODE
001850         GO TO 1000-EXIT
001860     END-IF
001870     PERFORM 1150-READ-COMMAND-LINE THRU 1150-EXIT
001880     IF CTLP-PROC-DATE = SPACES
001890         MOVE WS-START-TS(1:10) TO CTLP-PROC-DATE
001900     END-IF
001910     MOVE CTLP-PROC-DATE TO WS-CHK-DATE
001920     PERFORM 9200-CHECK-DATE THRU 9200-EXIT
001930     IF NOT WS-DATE-OK
001940         DISPLAY "COBPGHST: DATUM UNGUELTIG -- " CTLP-PROC-DATE
001950             UPON SYSERR
001960         MOVE 8 TO WS-RETURN-CODE
001970         GO TO 1000-EXIT
001980     END-IF
001990     PERFORM 1400-OPEN-FILES THRU 1400-EXIT
002000     IF WS-RETURN-CODE NOT = 0
002010         GO TO 1000-EXIT
002020     END-IF
002030     PERFORM 1500-CHECK-CONTROL THRU 1500-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070 1010-FORMAT-TIMESTAMP.
002080     MOVE SPACES TO WS-FMT-TS
002090     STRING
002100         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
002110         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
002120         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
002130         DELIMITED BY SIZE
002140         INTO WS-FMT-TS
002150     END-STRING.
002160 1010-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190*    THE FIRST STANZA WITH "DELTA=Y" APPLIES -- IT PRODUCED THE
002200*    CHANGE FILE.  EACH "TABLE=" STARTS A CANDIDATE; THE
002210*    CANDIDATE IS TAKEN WHEN THE NEXT "TABLE=" OR THE END OF THE
002220*    FILE FINDS IT MARKED DELTA, AND EVERYTHING AFTER IS IGNORED.
002230*    "DATE=" IS GLOBAL WHEREVER IT APPEARS.
002240*----------------------------------------------------------------
002250 1100-READ-PARAMETERS.
002260     MOVE 'N' TO WS-PRM-EOF-SW
002270     OPEN INPUT PRM-FILE
002280     IF WS-PRM-FILE-STATUS NOT = "00"
002290         GO TO 1100-EXIT
002300     END-IF
002310     PERFORM 1110-READ-PRM-RECORD THRU 1110-EXIT
002320         UNTIL WS-PRM-EOF
002330     CLOSE PRM-FILE
002340     PERFORM 1140-CLOSE-STANZA THRU 1140-EXIT.
002350 1100-EXIT.
002360     EXIT.
002370 1110-READ-PRM-RECORD.
002380     READ PRM-FILE
002390         AT END
002400             SET WS-PRM-EOF TO TRUE
002410             GO TO 1110-EXIT
002420     END-READ
002430     IF PRM-RECORD = SPACES OR PRM-RECORD(1:1) = "*"
002440         GO TO 1110-EXIT
002450     END-IF
002460     MOVE 0 TO WS-PRM-EQ-POS
002470     INSPECT PRM-RECORD TALLYING WS-PRM-EQ-POS
002480         FOR CHARACTERS BEFORE INITIAL "="
002490     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF PRM-RECORD
002500         GO TO 1110-EXIT
002510     END-IF
002520     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
002530     MOVE PRM-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
002540     MOVE PRM-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
002550     IF WS-PRM-KEY = "DATE"
002560         MOVE WS-PRM-VALUE(1:10) TO CTLP-PROC-DATE
002570         GO TO 1110-EXIT
002580     END-IF
002590     IF WS-STANZA-CHOSEN
002600         GO TO 1110-EXIT
002610     END-IF
002620     IF WS-PRM-KEY = "TABLE"
002630         PERFORM 1140-CLOSE-STANZA THRU 1140-EXIT
002640         IF WS-STANZA-CHOSEN
002650             GO TO 1110-EXIT
002660         END-IF
002670         SET WS-STANZA-SEEN TO TRUE
002680         MOVE 'N' TO WS-STANZA-DELTA-SW
002690         MOVE WS-PRM-VALUE(1:30) TO WS-STZ-TABLE-NAME
002700         MOVE "COBPGDLT" TO WS-STZ-DLT-NAME
002710         MOVE "COBPGHIS" TO WS-STZ-HIS-NAME
002720         MOVE 0 TO CTLP-COLUMN-COUNT
002730         GO TO 1110-EXIT
002740     END-IF
002750     IF NOT WS-STANZA-SEEN
002760         GO TO 1110-EXIT
002770     END-IF
002780     EVALUATE WS-PRM-KEY
002790         WHEN "COLUMNS"
002800             MOVE WS-PRM-VALUE TO WS-COLUMNS-VALUE
002810             PERFORM 1120-PARSE-COLUMNS THRU 1120-EXIT
002820         WHEN "DELTA"
002830             IF WS-PRM-VALUE(1:1) = "Y"
002840                 SET WS-STANZA-DELTA TO TRUE
002850             ELSE
002860                 MOVE 'N' TO WS-STANZA-DELTA-SW
002870             END-IF
002880         WHEN "DLTFILE"
002890             MOVE WS-PRM-VALUE(1:44) TO WS-STZ-DLT-NAME
002900         WHEN "HSTFILE"
002910             MOVE WS-PRM-VALUE(1:44) TO WS-STZ-HIS-NAME
002920         WHEN OTHER
002930             CONTINUE
002940     END-EVALUATE.
002950 1110-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980 1120-PARSE-COLUMNS.
002990     MOVE 0 TO CTLP-COLUMN-COUNT
003000     MOVE 1 TO WS-TOK-PTR
003010     PERFORM 1130-PARSE-ONE-COLUMN THRU 1130-EXIT
003020         UNTIL WS-TOK-PTR > 160
003030            OR CTLP-COLUMN-COUNT = 20.
003040 1120-EXIT.
003050     EXIT.
003060 1130-PARSE-ONE-COLUMN.
003070     ADD 1 TO CTLP-COLUMN-COUNT
003080     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
003090         INTO CTLP-COLUMN-NAME(CTLP-COLUMN-COUNT)
003100         WITH POINTER WS-TOK-PTR
003110     END-UNSTRING.
003120 1130-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150*    THE CANDIDATE STANZA ENDS -- TAKE IT IF IT IS A DELTA.
003160*----------------------------------------------------------------
003170 1140-CLOSE-STANZA.
003180     IF WS-STANZA-CHOSEN OR NOT WS-STANZA-SEEN
003190         GO TO 1140-EXIT
003200     END-IF
003210     IF WS-STANZA-DELTA
003220         SET WS-STANZA-CHOSEN TO TRUE
003230         MOVE WS-STZ-TABLE-NAME TO CTLP-TABLE-NAME
003240         MOVE WS-STZ-DLT-NAME   TO WS-DLT-NAME
003250         MOVE WS-STZ-HIS-NAME   TO WS-HIS-NAME
003260     END-IF.
003270 1140-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300*    A PROCESSING DATE ON THE COMMAND LINE OVERRIDES "DATE=" --
003310*    THE SAME RULE AS COBPG, SO THE HISTORY IS DATED WITH THE
003320*    DAY THE CHANGE FILE WAS CUT FOR.
003330*----------------------------------------------------------------
003340 1150-READ-COMMAND-LINE.
003350     MOVE SPACES TO WS-PARM-STRING
003360     ACCEPT WS-PARM-STRING FROM COMMAND-LINE
003370     IF WS-PARM-STRING NOT = SPACES
003380         MOVE WS-PARM-STRING(1:10) TO CTLP-PROC-DATE
003390     END-IF.
003400 1150-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430*    THE HISTORY IS CREATED ON THE FIRST RUN (STATUS 35 -- NO
003440*    FILE YET) AND UPDATED IN PLACE EVER AFTER.
003450*----------------------------------------------------------------
003460 1400-OPEN-FILES.
003470     DISPLAY "DD_COBPGDLT" UPON ENVIRONMENT-NAME
003480     DISPLAY WS-DLT-NAME UPON ENVIRONMENT-VALUE
003490     OPEN INPUT DLT-FILE
003500     IF WS-DLT-FILE-STATUS NOT = "00"
003510         DISPLAY "COBPGHST: AENDERUNGSDATEI NICHT GEFUNDEN -- "
003520             WS-DLT-NAME UPON SYSERR
003530         MOVE 8 TO WS-RETURN-CODE
003540         GO TO 1400-EXIT
003550     END-IF
003560     SET WS-DLT-OPEN TO TRUE
003570     DISPLAY "DD_COBPGHIS" UPON ENVIRONMENT-NAME
003580     DISPLAY WS-HIS-NAME UPON ENVIRONMENT-VALUE
003590     OPEN I-O HIS-FILE
003600     IF WS-HIS-FILE-STATUS = "35"
003610         DISPLAY "COBPGHST: HISTORIE WIRD NEU ANGELEGT -- "
003620             WS-HIS-NAME UPON SYSOUT
003630         OPEN OUTPUT HIS-FILE
003640         IF WS-HIS-FILE-STATUS = "00"
003650             CLOSE HIS-FILE
003660             OPEN I-O HIS-FILE
003670         END-IF
003680     END-IF
003690     IF WS-HIS-FILE-STATUS NOT = "00"
003700         DISPLAY "COBPGHST: HISTORIE OPEN FEHLER "
003710             WS-HIS-FILE-STATUS UPON SYSERR
003720         MOVE 8 TO WS-RETURN-CODE
003730         GO TO 1400-EXIT
003740     END-IF
003750     SET WS-HIS-OPEN TO TRUE
003760     OPEN EXTEND LOG-FILE
003770     IF WS-LOG-FILE-STATUS NOT = "00"
003780         OPEN OUTPUT LOG-FILE
003790         IF WS-LOG-FILE-STATUS NOT = "00"
003800             DISPLAY "COBPGHST: COBPGLOG OPEN FEHLER "
003810                 WS-LOG-FILE-STATUS UPON SYSERR
003820             MOVE 8 TO WS-RETURN-CODE
003830         END-IF
003840     END-IF
003850     IF WS-LOG-FILE-STATUS = "00"
003860         SET WS-LOG-OPEN TO TRUE
003870     END-IF.
003880 1400-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910*    THE CONTROL RECORD TIES THE HISTORY TO ONE TABLE AND ONE
003920*    COLUMN LIST (THE IMAGES ARE POSITIONAL) AND KEEPS THE DATES
003930*    IN ORDER.  IT IS MARKED 'L' BEFORE THE FIRST CHANGE IS
003940*    APPLIED AND 'F' ONLY WHEN THE RUN COMPLETES, SO A BROKEN
003950*    RUN MAY BE REPEATED FOR ITS OWN DATE BUT A FINISHED ONE
003960*    NEVER AGAIN -- AND NO LATER DATE IS TAKEN UNTIL THE BROKEN
003961*    ONE HAS BEEN REPEATED TO THE END.
003970*----------------------------------------------------------------
003980 1500-CHECK-CONTROL.
003990     MOVE LOW-VALUES TO HIS-KEY
004000     READ HIS-FILE
004010         INVALID KEY
004020             PERFORM 1510-NEW-CONTROL THRU 1510-EXIT
004030             GO TO 1500-EXIT
004040     END-READ
004050     IF WS-HIS-FILE-STATUS NOT = "00"
004060         DISPLAY "COBPGHST: HISTORIE READ FEHLER "
004070             WS-HIS-FILE-STATUS UPON SYSERR
004080         MOVE 8 TO WS-RETURN-CODE
004090         GO TO 1500-EXIT
004100     END-IF
004110     IF HIS-CTL-TABLE-NAME NOT = CTLP-TABLE-NAME
004120         DISPLAY "COBPGHST: HISTORIE GEHOERT ZU TABELLE "
004130             HIS-CTL-TABLE-NAME UPON SYSERR
004140         MOVE 8 TO WS-RETURN-CODE
004150         GO TO 1500-EXIT
004160     END-IF
004170     IF HIS-CTL-COLUMN-COUNT NOT = CTLP-COLUMN-COUNT
004180         DISPLAY "COBPGHST: SPALTENLISTE WEICHT VON DER HISTORIE "
004190             "AB" UPON SYSERR
004200         MOVE 8 TO WS-RETURN-CODE
004210         GO TO 1500-EXIT
004220     END-IF
004230     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
004240         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
004250         IF HIS-CTL-COLUMN-NAME(WS-COL-SUB)
004260             NOT = CTLP-COLUMN-NAME(WS-COL-SUB)
004270             MOVE 8 TO WS-RETURN-CODE
004280         END-IF
004290     END-PERFORM
004300     IF WS-RETURN-CODE NOT = 0
004310         DISPLAY "COBPGHST: SPALTENLISTE WEICHT VON DER HISTORIE "
004320             "AB" UPON SYSERR
004330         GO TO 1500-EXIT
004340     END-IF
004350     IF CTLP-PROC-DATE < HIS-CTL-LAST-DATE
004360         DISPLAY "COBPGHST: DATUM " CTLP-PROC-DATE
004370             " LIEGT VOR DER LETZTEN FORTSCHREIBUNG "
004380             HIS-CTL-LAST-DATE UPON SYSERR
004390         MOVE 8 TO WS-RETURN-CODE
004400         GO TO 1500-EXIT
004410     END-IF
004411     IF CTLP-PROC-DATE > HIS-CTL-LAST-DATE
004412         AND HIS-CTL-RUNNING
004413         DISPLAY "COBPGHST: LAUF VOM " HIS-CTL-LAST-DATE
004414             " NICHT ABGESCHLOSSEN -- ERST WIEDERHOLEN"
004415             UPON SYSERR
004416         MOVE 8 TO WS-RETURN-CODE
004417         GO TO 1500-EXIT
004418     END-IF
004420     IF CTLP-PROC-DATE = HIS-CTL-LAST-DATE
004430         IF HIS-CTL-FINISHED
004440             DISPLAY "COBPGHST: " CTLP-PROC-DATE
004450                 " IST BEREITS FORTGESCHRIEBEN" UPON SYSERR
004460             MOVE 8 TO WS-RETURN-CODE
004470             GO TO 1500-EXIT
004480         END-IF
004490         DISPLAY "COBPGHST: ABGEBROCHENER LAUF VOM "
004500             CTLP-PROC-DATE " WIRD WIEDERHOLT" UPON SYSOUT
004510     END-IF
004520     MOVE CTLP-PROC-DATE TO HIS-CTL-LAST-DATE
004530     SET HIS-CTL-RUNNING TO TRUE
004540     REWRITE HIS-RECORD
004550     IF WS-HIS-FILE-STATUS NOT = "00"
004560         DISPLAY "COBPGHST: HISTORIE REWRITE FEHLER "
004570             WS-HIS-FILE-STATUS UPON SYSERR
004580         MOVE 8 TO WS-RETURN-CODE
004590         GO TO 1500-EXIT
004600     END-IF
004610     SET WS-CTL-READY TO TRUE.
004620 1500-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650 1510-NEW-CONTROL.
004660     MOVE SPACES TO HIS-RECORD
004670     MOVE LOW-VALUES TO HIS-KEY
004680     MOVE CTLP-TABLE-NAME TO HIS-CTL-TABLE-NAME
004690     MOVE CTLP-PROC-DATE TO HIS-CTL-LAST-DATE
004700     SET HIS-CTL-RUNNING TO TRUE
004710     MOVE CTLP-COLUMN-COUNT TO HIS-CTL-COLUMN-COUNT
004720     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
004730         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
004740         MOVE CTLP-COLUMN-NAME(WS-COL-SUB)
004750             TO HIS-CTL-COLUMN-NAME(WS-COL-SUB)
004760     END-PERFORM
004770     WRITE HIS-RECORD
004780     IF WS-HIS-FILE-STATUS NOT = "00"
004790         DISPLAY "COBPGHST: HISTORIE WRITE FEHLER "
004800             WS-HIS-FILE-STATUS UPON SYSERR
004810         MOVE 8 TO WS-RETURN-CODE
004820         GO TO 1510-EXIT
004830     END-IF
004840     SET WS-CTL-READY TO TRUE.
004850 1510-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 2000-APPLY-CHANGES.
004890     MOVE 'N' TO WS-DLT-EOF-SW
004900     PERFORM 2010-APPLY-ONE-CHANGE THRU 2010-EXIT
004910         UNTIL WS-DLT-EOF OR WS-RETURN-CODE = 8.
004920 2000-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950*    ONE CHANGE RECORD.  A ROW WHOSE LATEST VERSION ALREADY
004960*    CARRIES THIS PROCESSING DATE WAS DONE BY A RUN THAT BROKE
004970*    OFF -- ONLY AN UPDATE WHOSE NEW VERSION IS STILL MISSING
004980*    (CLOSED, NOT YET REOPENED) IS COMPLETED.
004990*----------------------------------------------------------------
005000 2010-APPLY-ONE-CHANGE.
005010     READ DLT-FILE
005020         AT END
005030             SET WS-DLT-EOF TO TRUE
005040             GO TO 2010-EXIT
005050     END-READ
005060     ADD 1 TO WS-DLT-READ
005070     IF NOT DLT-INSERTED AND NOT DLT-UPDATED AND NOT DLT-DELETED
005080         MOVE "UNBEKANNTES KENNZEICHEN" TO WS-ANOMALY-TEXT
005090         PERFORM 2900-REPORT-ANOMALY THRU 2900-EXIT
005100         GO TO 2010-EXIT
005110     END-IF
005120     PERFORM 2100-FIND-LATEST THRU 2100-EXIT
005130     IF WS-RETURN-CODE = 8
005140         GO TO 2010-EXIT
005150     END-IF
005160     IF WS-LATEST-FOUND
005170         IF WS-LATEST-VALID-FROM NOT < CTLP-PROC-DATE
005180             ADD 1 TO WS-ALREADY-APPLIED
005190             GO TO 2010-EXIT
005200         END-IF
005210         IF NOT WS-LATEST-CURRENT
005220             AND WS-LATEST-VALID-TO NOT < CTLP-PROC-DATE
005230             IF DLT-DELETED
005240                 ADD 1 TO WS-ALREADY-APPLIED
005250             ELSE
005260                 PERFORM 2300-OPEN-VERSION THRU 2300-EXIT
005270                 ADD 1 TO WS-DLT-APPLIED
005280             END-IF
005290             GO TO 2010-EXIT
005300         END-IF
005310     END-IF
005320     EVALUATE TRUE
005330         WHEN DLT-INSERTED
005340             IF WS-LATEST-FOUND AND WS-LATEST-CURRENT
005350                 MOVE "ZUGANG BEI OFFENEM STAND"
005360                     TO WS-ANOMALY-TEXT
005370                 PERFORM 2900-REPORT-ANOMALY THRU 2900-EXIT
005380                 MOVE 'U' TO WS-LATEST-CLOSED-BY
005390                 PERFORM 2200-CLOSE-VERSION THRU 2200-EXIT
005400             END-IF
005410             PERFORM 2300-OPEN-VERSION THRU 2300-EXIT
005420         WHEN DLT-UPDATED
005430             PERFORM 2150-CHECK-BEFORE-IMAGE THRU 2150-EXIT
005440             IF WS-LATEST-FOUND AND WS-LATEST-CURRENT
005450                 MOVE 'U' TO WS-LATEST-CLOSED-BY
005460                 PERFORM 2200-CLOSE-VERSION THRU 2200-EXIT
005470             END-IF
005480             PERFORM 2300-OPEN-VERSION THRU 2300-EXIT
005490         WHEN DLT-DELETED
005500             PERFORM 2150-CHECK-BEFORE-IMAGE THRU 2150-EXIT
005510             IF WS-LATEST-FOUND AND WS-LATEST-CURRENT
005520                 MOVE 'D' TO WS-LATEST-CLOSED-BY
005530                 PERFORM 2200-CLOSE-VERSION THRU 2200-EXIT
005540             END-IF
005550     END-EVALUATE
005560     IF WS-RETURN-CODE NOT = 8
005570         ADD 1 TO WS-DLT-APPLIED
005580     END-IF.
005590 2010-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620*    THE VERSIONS OF A ROW ARE KEYED BY THEIR VALID-FROM DATE,
005630*    SO THE LAST ONE READ BEFORE THE ROW KEY CHANGES IS THE
005640*    LATEST.
005650*----------------------------------------------------------------
005660 2100-FIND-LATEST.
005670     MOVE 'N' TO WS-LATEST-SW WS-SCAN-END-SW
005680     MOVE DLT-KEY-VALUE TO HIS-ROW-KEY
005690     MOVE LOW-VALUES TO HIS-VALID-FROM
005700     START HIS-FILE KEY IS NOT LESS THAN HIS-KEY
005710         INVALID KEY
005720             GO TO 2100-EXIT
005730     END-START
005740     PERFORM 2110-READ-NEXT-VERSION THRU 2110-EXIT
005750         UNTIL WS-SCAN-END.
005760 2100-EXIT.
005770     EXIT.
005780 2110-READ-NEXT-VERSION.
005790     READ HIS-FILE NEXT RECORD
005800         AT END
005810             SET WS-SCAN-END TO TRUE
005820             GO TO 2110-EXIT
005830     END-READ
005840     IF WS-HIS-FILE-STATUS NOT = "00"
005850         DISPLAY "COBPGHST: HISTORIE READ FEHLER "
005860             WS-HIS-FILE-STATUS UPON SYSERR
005870         MOVE 8 TO WS-RETURN-CODE
005880         SET WS-SCAN-END TO TRUE
005890         GO TO 2110-EXIT
005900     END-IF
005910     IF HIS-ROW-KEY NOT = DLT-KEY-VALUE
005920         SET WS-SCAN-END TO TRUE
005930         GO TO 2110-EXIT
005940     END-IF
005950     MOVE HIS-RECORD TO WS-LATEST-RECORD
005960     SET WS-LATEST-FOUND TO TRUE.
005970 2110-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000*    AN UPDATE OR DELETE MUST FIND THE ROW CURRENT, AND ITS
006010*    BEFORE IMAGE MUST BE THAT CURRENT VERSION -- OTHERWISE A
006020*    NIGHT WAS MISSED OR APPLIED TWICE.
006030*----------------------------------------------------------------
006040 2150-CHECK-BEFORE-IMAGE.
006050     IF NOT WS-LATEST-FOUND OR NOT WS-LATEST-CURRENT
006060         IF DLT-UPDATED
006070             MOVE "AENDERUNG OHNE OFFENEN STAND"
006080                 TO WS-ANOMALY-TEXT
006090         ELSE
006100             MOVE "LOESCHUNG OHNE OFFENEN STAND"
006110                 TO WS-ANOMALY-TEXT
006120         END-IF
006130         PERFORM 2900-REPORT-ANOMALY THRU 2900-EXIT
006140         GO TO 2150-EXIT
006150     END-IF
006160     IF DLT-BEFORE NOT = WS-LATEST-DATA
006170         MOVE "VORHER-BILD WEICHT VOM STAND AB" TO WS-ANOMALY-TEXT
006180         PERFORM 2900-REPORT-ANOMALY THRU 2900-EXIT
006190     END-IF.
006200 2150-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230*    CLOSE THE LATEST VERSION AS OF THE PROCESSING DATE; THE
006240*    CALLER HAS SET WS-LATEST-CLOSED-BY.
006250*----------------------------------------------------------------
006260 2200-CLOSE-VERSION.
006270     MOVE WS-LATEST-RECORD TO HIS-RECORD
006280     MOVE CTLP-PROC-DATE TO HIS-VALID-TO
006290     REWRITE HIS-RECORD
006300         INVALID KEY
006310             DISPLAY "COBPGHST: VERSION NICHT MEHR VORHANDEN -- "
006320                 HIS-ROW-KEY(1:30) UPON SYSERR
006330             END-DISPLAY
006340             MOVE 8 TO WS-RETURN-CODE
006350             GO TO 2200-EXIT
006360     END-REWRITE
006370     IF WS-HIS-FILE-STATUS NOT = "00"
006380         DISPLAY "COBPGHST: HISTORIE REWRITE FEHLER "
006390             WS-HIS-FILE-STATUS UPON SYSERR
006400         MOVE 8 TO WS-RETURN-CODE
006410         GO TO 2200-EXIT
006420     END-IF
006430     ADD 1 TO WS-VERSIONS-CLOSED.
006440 2200-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470*    A NEW CURRENT VERSION FROM THE AFTER IMAGE.
006480*----------------------------------------------------------------
006490 2300-OPEN-VERSION.
006500     IF WS-RETURN-CODE = 8
006510         GO TO 2300-EXIT
006520     END-IF
006530     MOVE SPACES TO HIS-RECORD
006540     MOVE DLT-KEY-VALUE TO HIS-ROW-KEY
006550     MOVE CTLP-PROC-DATE TO HIS-VALID-FROM
006560     MOVE "9999-12-31" TO HIS-VALID-TO
006570     IF DLT-INSERTED
006580         SET HIS-OPENED-BY-INSERT TO TRUE
006590     ELSE
006600         SET HIS-OPENED-BY-UPDATE TO TRUE
006610     END-IF
006620     MOVE WS-START-TS TO HIS-APPLIED-TS
006630     MOVE DLT-AFTER TO HIS-DATA
006640     WRITE HIS-RECORD
006650         INVALID KEY
006660             DISPLAY "COBPGHST: VERSION DOPPELT -- "
006670                 HIS-ROW-KEY(1:30) " " HIS-VALID-FROM UPON SYSERR
006680             END-DISPLAY
006690             MOVE 8 TO WS-RETURN-CODE
006700             GO TO 2300-EXIT
006710     END-WRITE
006720     IF WS-HIS-FILE-STATUS NOT = "00"
006730         DISPLAY "COBPGHST: HISTORIE WRITE FEHLER "
006740             WS-HIS-FILE-STATUS UPON SYSERR
006750         MOVE 8 TO WS-RETURN-CODE
006760         GO TO 2300-EXIT
006770     END-IF
006780     ADD 1 TO WS-VERSIONS-OPENED.
006790 2300-EXIT.
006800     EXIT.
006810*----------------------------------------------------------------
006820 2900-REPORT-ANOMALY.
006830     ADD 1 TO WS-ANOMALIES
006840     DISPLAY "COBPGHST: " WS-ANOMALY-TEXT " -- " DLT-FLAG " "
006850         DLT-KEY-VALUE(1:30) UPON SYSERR
006860     END-DISPLAY.
006870 2900-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900*    "YYYY-MM-DD" WITH A PLAUSIBLE MONTH AND DAY.  DATES ARE
006910*    COMPARED AS TEXT, WHICH THIS FORM ORDERS CORRECTLY.
006920*----------------------------------------------------------------
006930 9200-CHECK-DATE.
006940     MOVE 'N' TO WS-DATE-OK-SW
006950     IF WS-CHK-DATE(5:1) NOT = "-" OR WS-CHK-DATE(8:1) NOT = "-"
006960         GO TO 9200-EXIT
006970     END-IF
006980     IF WS-CHK-DATE(1:4) NOT NUMERIC
006990         OR WS-CHK-DATE(6:2) NOT NUMERIC
007000         OR WS-CHK-DATE(9:2) NOT NUMERIC
007010         GO TO 9200-EXIT
007020     END-IF
007030     IF WS-CHK-DATE(6:2) < "01" OR WS-CHK-DATE(6:2) > "12"
007040         OR WS-CHK-DATE(9:2) < "01" OR WS-CHK-DATE(9:2) > "31"
007050         GO TO 9200-EXIT
007060     END-IF
007070     SET WS-DATE-OK TO TRUE.
007080 9200-EXIT.
007090     EXIT.
007100*----------------------------------------------------------------
007110 4000-TERMINATE.
007120     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
007130     ACCEPT WS-SYS-TIME FROM TIME
007140     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
007150     MOVE WS-FMT-TS TO WS-END-TS
007160     IF WS-RETURN-CODE = 0 AND WS-ANOMALIES > 0
007170         MOVE 4 TO WS-RETURN-CODE
007180     END-IF
007190*    THE DATE IS MARKED FINISHED ONLY WHEN EVERY CHANGE WENT IN;
007200*    AFTER AN RC 8 IT STAYS 'L' FOR THE REPEAT.
007210     IF WS-CTL-READY AND WS-RETURN-CODE < 8
007220         PERFORM 4100-FINISH-CONTROL THRU 4100-EXIT
007230     END-IF
007240     IF WS-LOG-OPEN
007250         MOVE "COBPGHST"     TO RLOG-PROGRAM-ID
007260         MOVE WS-START-TS    TO RLOG-START-TS
007270         MOVE WS-END-TS      TO RLOG-END-TS
007280         MOVE CTLP-TABLE-NAME TO RLOG-TABLE-NAME
007290         MOVE WS-DLT-APPLIED TO RLOG-ROW-COUNT
007300         MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
007310         MOVE 0              TO RLOG-TRUNC-COUNT
007320         MOVE RLOG-RECORD    TO LOG-RECORD
007330         WRITE LOG-RECORD
007340         IF WS-LOG-FILE-STATUS NOT = "00"
007350             DISPLAY "COBPGHST: COBPGLOG WRITE FEHLER "
007360                 WS-LOG-FILE-STATUS UPON SYSERR
007370             MOVE 8 TO WS-RETURN-CODE
007380         END-IF
007390         CLOSE LOG-FILE
007400     END-IF
007410     IF WS-DLT-OPEN
007420         CLOSE DLT-FILE
007430     END-IF
007440     IF WS-HIS-OPEN
007450         CLOSE HIS-FILE
007460     END-IF
007470     DISPLAY "Wir haben ", WS-DLT-APPLIED, " von ", WS-DLT-READ,
007480         " Aenderungen zum ", CTLP-PROC-DATE,
007490         " fortgeschrieben, ",
007500         WS-VERSIONS-OPENED, " Staende neu, ", WS-VERSIONS-CLOSED,
007510         " beendet" UPON SYSOUT
007520     END-DISPLAY
007530     IF WS-ALREADY-APPLIED > 0 OR WS-ANOMALIES > 0
007540         DISPLAY "Davon ", WS-ALREADY-APPLIED,
007550             " bereits vorhanden, ", WS-ANOMALIES,
007560             " unstimmig" UPON SYSOUT
007570         END-DISPLAY
007580     END-IF.
007590 4000-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620 4100-FINISH-CONTROL.
007630     MOVE LOW-VALUES TO HIS-KEY
007640     READ HIS-FILE
007650         INVALID KEY
007660             DISPLAY "COBPGHST: STEUERSATZ FEHLT" UPON SYSERR
007670             END-DISPLAY
007680             MOVE 8 TO WS-RETURN-CODE
007690             GO TO 4100-EXIT
007700     END-READ
007710     SET HIS-CTL-FINISHED TO TRUE
007720     REWRITE HIS-RECORD
007730     IF WS-HIS-FILE-STATUS NOT = "00"
007740         DISPLAY "COBPGHST: HISTORIE REWRITE FEHLER "
007750             WS-HIS-FILE-STATUS UPON SYSERR
007760         MOVE 8 TO WS-RETURN-CODE
007770     END-IF.
007780 4100-EXIT.
007790     EXIT.
