000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGDQP.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-10.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGDQP
000090*
000100*  PURPOSE.    DATA-QUALITY PROFILE OF EVERY FIXED-FORMAT EXTRACT
000110*              NAMED IN COBPGPRM.  COBPGVAL ONLY CATCHES VALUES
000120*              THAT BREAK AN EXPLICIT COBPGRUL RULE; THIS STEP
000130*              WATCHES THE SHAPE OF THE DATA FROM RUN TO RUN, SO
000140*              A COLUMN THAT SUDDENLY GOES HALF NULL IS SEEN
000150*              HERE AND NOT DOWNSTREAM.
000160*
000170*              PER COLUMN OF EACH STANZA'S "OUTPUT=" FILE:
000180*                NULL COUNT AND RATE  (OUT-NULL-SW = 'Y')
000190*                EMPTY-STRING COUNT   (NOT NULL, SLOT ALL BLANK)
000200*                DISTINCT VALUES      )
000210*                MIN / MAX VALUE      ) OVER THE VALUES THAT ARE
000220*                MIN / MAX / AVERAGE  ) NEITHER NULL NOR EMPTY,
000230*                  LENGTH             ) TRAILING BLANKS IGNORED
000240*                VALUES FILLING THE WHOLE 80-BYTE SLOT -- THE
000250*                  ONES COBPG MAY HAVE CUT (A VALUE OF EXACTLY 80
000260*                  BYTES LOOKS THE SAME IN THE EXTRACT)
000270*              DISTINCT COUNT AND MIN/MAX COME FROM ONE SORT OF
000280*              ALL VALUES BY COLUMN AND VALUE; MIN AND MAX ARE
000290*              THEREFORE IN BYTE ORDER OF THE EXTRACT TEXT.
000300*
000310*              EVERY RUN'S PROFILE IS APPENDED TO THE COBPGDQH
000320*              HISTORY FILE (DQHREC).  THE LATEST EARLIER PROFILE
000330*              OF THE SAME TABLE IS THE COMPARISON BASE: A COLUMN
000340*              WHOSE NULL RATE MOVED BY MORE THAN "DQNULLPCT="
000350*              PERCENTAGE POINTS (DEFAULT 10), OR WHOSE DISTINCT
000360*              COUNT MOVED BY MORE THAN "DQDISTPCT=" PERCENT
000370*              (DEFAULT 20), IS FLAGGED ON THE COBPGDQR REPORT.
000380*              A TABLE'S FIRST PROFILE HAS NOTHING TO COMPARE
000390*              WITH AND FLAGS NOTHING.  DELIMITED AND COLTYPE
000400*              (TYPED) STANZAS ARE REPORTED AND SKIPPED -- THEY
000410*              HAVE NO 80-BYTE SLOTS.  ONE RUN-LOG RECORD PER
000420*              STANZA GOES TO COBPGLOG.
000430*
000440*              RETURN CODE 0 = NOTHING FLAGGED, 4 = AT LEAST ONE
000450*              COLUMN FLAGGED, 8 = CONTROL-FILE OR I/O ERROR.
000460*
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  ------------------------------------------
000500*  2026-10-10 TS    INITIAL VERSION.
000501*  2026-10-15 TS    COBPGLOG CARRIES EACH STANZA'S OWN RESULT --
000502*                   AN EARLIER RC 4 STANZA NO LONGER MARKS THE
000503*                   LATER ONES.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRM-FILE-STATUS.
000580     SELECT EXT-FILE ASSIGN TO "COBPGOUT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-EXT-FILE-STATUS.
000610     SELECT SRT-FILE ASSIGN TO "COBPGSRT".
000620     SELECT DQH-FILE ASSIGN TO "COBPGDQH"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DQH-FILE-STATUS.
000650     SELECT RPT-FILE ASSIGN TO "COBPGDQR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-FILE-STATUS.
000680     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-LOG-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PRM-FILE.
000740 01  PRM-RECORD                  PIC X(160).
000750 FD  EXT-FILE
000760     RECORD CONTAINS 1620 CHARACTERS.
000770 COPY OUTREC.
000780 SD  SRT-FILE.
000790 01  SRT-RECORD.
000800     05  SRT-COL-NO              PIC 9(02).
000810     05  SRT-VALUE               PIC X(80).
000820 FD  DQH-FILE.
000830 COPY DQHREC.
000840 FD  RPT-FILE.
000850 01  RPT-RECORD                  PIC X(132).
000860 FD  LOG-FILE.
000870 01  LOG-RECORD                   PIC X(109).
000880 WORKING-STORAGE SECTION.
000890 COPY CTLPARM.
000900 COPY RUNLOG.
000910 77  WS-PRM-KEY                   PIC X(20).
000920 77  WS-PRM-VALUE                 PIC X(160).
000930 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
000940 77  WS-PRM-FILE-STATUS           PIC X(02).
000950 77  WS-EXT-FILE-STATUS           PIC X(02).
000960 77  WS-DQH-FILE-STATUS           PIC X(02).
000970 77  WS-RPT-FILE-STATUS           PIC X(02) VALUE SPACES.
000980 77  WS-LOG-FILE-STATUS           PIC X(02) VALUE SPACES.
000990 77  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
001000     88  WS-PRM-EOF                          VALUE 'Y'.
001010 77  WS-EXT-EOF-SW                PIC X(01).
001020     88  WS-EXT-EOF                          VALUE 'Y'.
001030 77  WS-SRT-EOF-SW                PIC X(01).
001040     88  WS-SRT-EOF                          VALUE 'Y'.
001050 77  WS-DQH-EOF-SW                PIC X(01).
001060     88  WS-DQH-EOF                          VALUE 'Y'.
001070 77  WS-PARM-STRING               PIC X(80).
001080 77  WS-COLUMNS-VALUE             PIC X(160).
001090 77  WS-TOK-PTR                   PIC 9(04) COMP.
001100 77  WS-COL-SUB                   PIC 9(04) COMP.
001110 77  WS-PRV-SUB                   PIC 9(04) COMP.
001120 77  WS-VAL-LEN                   PIC 9(04) COMP.
001130 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
001140 77  WS-STANZA-RC                 PIC 9(04).
001150 77  WS-SYS-DATE                  PIC 9(08).
001160 77  WS-SYS-TIME                  PIC 9(08).
001170 77  WS-FMT-TS                    PIC X(26).
001180 77  WS-RUN-TS                    PIC X(26).
001190 77  WS-STZ-START-TS              PIC X(26).
001200 77  WS-END-TS                    PIC X(26).
001210 77  WS-CUR-OUTPUT-NAME           PIC X(48).
001220 77  WS-EXT-COUNT                 PIC 9(09).
001230 77  WS-NULL-THRESHOLD            PIC S9(13)V9(05) COMP-3
001240                                  VALUE 10.
001250 77  WS-DIST-THRESHOLD            PIC S9(13)V9(05) COMP-3
001260                                  VALUE 20.
001270 77  WS-NULL-RATE                 PIC S9(05)V9(02) COMP-3.
001280 77  WS-PRV-NULL-RATE             PIC S9(05)V9(02) COMP-3.
001290 77  WS-RATE-MOVE                 PIC S9(05)V9(02) COMP-3.
001300 77  WS-DIST-MOVE                 PIC S9(09)V9(02) COMP-3.
001310 77  WS-PRV-RUN-TS                PIC X(26).
001320 77  WS-PRV-FOUND-SW              PIC X(01).
001330     88  WS-PRV-FOUND                        VALUE 'Y'.
001340 77  WS-LAST-COL-NO               PIC 9(02).
001350 77  WS-LAST-VALUE                PIC X(80).
001360 77  WS-COLS-FLAGGED              PIC 9(04).
001370 77  WS-STANZAS-PROFILED          PIC 9(02) VALUE 0.
001380 77  WS-STANZAS-FLAGGED           PIC 9(02) VALUE 0.
001390*****************************************************************
001400*    DECIMAL PARSE WORK FIELDS -- SAME PARSE AS COBPGVAL, USED
001410*    HERE FOR THE TWO THRESHOLD CONTROLS.
001420*****************************************************************
001430 01  WS-PARSE-WORK.
001440     05  WS-PARSE-FIELD           PIC X(80).
001450     05  WS-PARSE-VALUE           PIC S9(13)V9(05) COMP-3.
001460     05  WS-PARSE-INT             PIC S9(18) COMP-3.
001470     05  WS-PARSE-DIV             PIC 9(06) COMP.
001480     05  WS-PARSE-SCALE           PIC 9(02) COMP.
001490     05  WS-PARSE-SUB             PIC 9(04) COMP.
001500     05  WS-PARSE-LEN             PIC 9(04) COMP.
001510     05  WS-PARSE-CHAR            PIC X(01).
001520     05  WS-PARSE-DIGIT           PIC 9(01).
001530     05  WS-PARSE-NEG-SW          PIC X(01).
001540         88  WS-PARSE-NEG                 VALUE 'Y'.
001550     05  WS-PARSE-DOT-SW          PIC X(01).
001560         88  WS-PARSE-DOT-SEEN            VALUE 'Y'.
001570     05  WS-PARSE-DIGITS          PIC 9(04) COMP.
001580     05  WS-PARSE-OK-SW           PIC X(01).
001590         88  WS-PARSE-OK                  VALUE 'Y'.
001600*****************************************************************
001610*    PROFILE OF THE CURRENT STANZA, ONE ENTRY PER "COLUMNS="
001620*    POSITION -- FILLED WHILE THE EXTRACT IS READ (COUNTS AND
001630*    LENGTHS) AND WHILE THE SORTED VALUES COME BACK (DISTINCT,
001640*    MIN, MAX).
001650*****************************************************************
001660 01  WS-PRF-AREA.
001670     05  WS-PRF-ENTRY OCCURS 20 TIMES.
001680         10  WS-PRF-NULLS         PIC 9(09).
001690         10  WS-PRF-EMPTIES       PIC 9(09).
001700         10  WS-PRF-VALUES        PIC 9(09).
001710         10  WS-PRF-DISTINCT      PIC 9(09).
001720         10  WS-PRF-MIN-LEN       PIC 9(03).
001730         10  WS-PRF-MAX-LEN       PIC 9(03).
001740         10  WS-PRF-LEN-TOTAL     PIC 9(12).
001750         10  WS-PRF-AVG-LEN       PIC 9(03)V9(02).
001760         10  WS-PRF-FULL          PIC 9(09).
001770         10  WS-PRF-MIN-VALUE     PIC X(80).
001780         10  WS-PRF-MAX-VALUE     PIC X(80).
001790         10  WS-PRF-FLAG-SW       PIC X(01).
001800             88  WS-PRF-FLAGGED           VALUE 'Y'.
001810         10  WS-PRF-FLAG-TEXT     PIC X(12).
001820*****************************************************************
001830*    THE PREVIOUS PROFILE OF THE SAME TABLE, READ BACK FROM
001840*    COBPGDQH -- MATCHED TO TODAY'S COLUMNS BY NAME, SO A
001850*    CHANGED "COLUMNS=" LIST STILL COMPARES LIKE WITH LIKE.
001860*****************************************************************
001870 01  WS-PRV-AREA.
001880     05  WS-PRV-COUNT             PIC 9(02) COMP.
001890     05  WS-PRV-ENTRY OCCURS 20 TIMES.
001900         10  WS-PRV-COLUMN        PIC X(30).
001910         10  WS-PRV-ROWS          PIC 9(09).
001920         10  WS-PRV-NULLS         PIC 9(09).
001930         10  WS-PRV-DISTINCT      PIC 9(09).
001940*****************************************************************
001950*    ONE ENTRY PER "TABLE=" STANZA IN COBPGPRM -- THE CONTROLS
001960*    THIS STEP NEEDS TO FIND AND READ THE STANZA'S EXTRACT.
001970*****************************************************************
001980 01  WS-STANZA-AREA.
001990     05  WS-STANZA-COUNT          PIC 9(02) COMP VALUE 0.
002000     05  WS-STANZA-SUB            PIC 9(02) COMP.
002010     05  WS-STANZA-ENTRY OCCURS 32 TIMES.
002020         10  WS-STZ-TABLE         PIC X(30).
002030         10  WS-STZ-TABLE-SET-SW  PIC X(01).
002040             88  WS-STZ-TABLE-SET         VALUE 'Y'.
002050         10  WS-STZ-OUTPUT        PIC X(44).
002060         10  WS-STZ-FORMAT        PIC X(01).
002070             88  WS-STZ-FMT-FIXED         VALUE 'F'.
002080             88  WS-STZ-FMT-DELIMITED     VALUE 'D'.
002090         10  WS-STZ-TYPED-SW      PIC X(01).
002100             88  WS-STZ-TYPED             VALUE 'Y'.
002110         10  WS-STZ-COL-COUNT     PIC 9(02) COMP.
002120         10  WS-STZ-COLUMN        PIC X(30) OCCURS 20 TIMES.
002130 01  WS-HEADING-1.
002140     05  FILLER                  PIC X(33)
002150         VALUE "DATENQUALITAETS-PROFIL COBPGDQP ".
002160     05  WS-HD1-TS               PIC X(26).
002170     05  FILLER                  PIC X(73) VALUE SPACES.
002180 01  WS-HEADING-2.
002190     05  FILLER                  PIC X(09) VALUE "TABELLE: ".
002200     05  WS-HD2-TABLE            PIC X(30).
002210     05  FILLER                  PIC X(08) VALUE " DATEI: ".
002220     05  WS-HD2-OUTPUT           PIC X(44).
002230     05  FILLER                  PIC X(09) VALUE " ZEILEN: ".
002240     05  WS-HD2-ROWS             PIC ZZZ,ZZZ,ZZ9.
002250     05  FILLER                  PIC X(21) VALUE SPACES.
002260 01  WS-HEADING-2B.
002270     05  FILLER                  PIC X(21)
002280         VALUE "VERGLEICH MIT LAUF: ".
002290     05  WS-HD2B-PRV-TS          PIC X(26).
002300     05  FILLER                  PIC X(13) VALUE " GRENZWERTE: ".
002310     05  WS-HD2B-NULL-THR        PIC ZZ9.99.
002320     05  FILLER                  PIC X(19)
002330         VALUE " PKT NULL-QUOTE,  ".
002340     05  WS-HD2B-DIST-THR        PIC ZZ9.99.
002350     05  FILLER                  PIC X(41)
002360         VALUE " PROZENT DISTINCT".
002370 01  WS-HEADING-3.
002380     05  FILLER                  PIC X(21) VALUE "SPALTE".
002390     05  FILLER                  PIC X(10) VALUE "     NULL".
002400     05  FILLER                  PIC X(07) VALUE " NULL%".
002410     05  FILLER                  PIC X(10) VALUE "      LEER".
002420     05  FILLER                  PIC X(10) VALUE "  DISTINCT".
002430     05  FILLER                  PIC X(04) VALUE " MIN".
002440     05  FILLER                  PIC X(04) VALUE " MAX".
002450     05  FILLER                  PIC X(07) VALUE "   MITT".
002460     05  FILLER                  PIC X(10) VALUE "   BYTE 80".
002470     05  FILLER                  PIC X(07) VALUE " V-NUL%".
002480     05  FILLER                  PIC X(10) VALUE "  V-DISTIN".
002490     05  FILLER                  PIC X(13) VALUE " BEFUND".
002500     05  FILLER                  PIC X(19) VALUE SPACES.
002510 01  WS-DETAIL-LINE.
002520     05  WS-DTL-COLUMN           PIC X(20).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  WS-DTL-NULLS            PIC Z(08)9.
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  WS-DTL-NULL-RATE        PIC ZZ9.99.
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  WS-DTL-EMPTIES          PIC Z(08)9.
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  WS-DTL-DISTINCT         PIC Z(08)9.
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  WS-DTL-MIN-LEN          PIC ZZ9.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  WS-DTL-MAX-LEN          PIC ZZ9.
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  WS-DTL-AVG-LEN          PIC ZZ9.99.
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  WS-DTL-FULL             PIC Z(08)9.
002690     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  WS-DTL-PRV-RATE         PIC ZZ9.99.
002710     05  WS-DTL-PRV-RATE-X REDEFINES WS-DTL-PRV-RATE
002720                                 PIC X(06).
002730     05  FILLER                  PIC X(01) VALUE SPACES.
002740     05  WS-DTL-PRV-DISTINCT     PIC Z(08)9.
002750     05  WS-DTL-PRV-DISTINCT-X REDEFINES WS-DTL-PRV-DISTINCT
002760                                 PIC X(09).
002770     05  FILLER                  PIC X(01) VALUE SPACES.
002780     05  WS-DTL-FLAG             PIC X(12).
002790     05  FILLER                  PIC X(20) VALUE SPACES.
002800 01  WS-VALUE-LINE.
002810     05  FILLER                  PIC X(05) VALUE SPACES.
002820     05  FILLER                  PIC X(05) VALUE "MIN: ".
002830     05  WS-VLL-MIN              PIC X(55).
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  FILLER                  PIC X(05) VALUE "MAX: ".
002860     05  WS-VLL-MAX              PIC X(55).
002870     05  FILLER                  PIC X(06) VALUE SPACES.
002880 PROCEDURE DIVISION.
002890*----------------------------------------------------------------
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     IF WS-RETURN-CODE = 0
002930         PERFORM 6000-PROFILE-STANZA THRU 6000-EXIT
002940             VARYING WS-STANZA-SUB FROM 1 BY 1
002950             UNTIL WS-STANZA-SUB > WS-STANZA-COUNT
002960                OR WS-RETURN-CODE = 8
002970     END-IF
002980     PERFORM 4000-TERMINATE THRU 4000-EXIT
002990     STOP RUN RETURNING WS-RETURN-CODE.
003000*----------------------------------------------------------------
003010 1000-INITIALIZE.
003020     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
003030     ACCEPT WS-SYS-TIME FROM TIME
003040     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
003050     MOVE WS-FMT-TS TO WS-RUN-TS
003060     MOVE SPACES TO CTLP-PROC-DATE
003070     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
003080     IF WS-RETURN-CODE NOT = 0
003090         GO TO 1000-EXIT
003100     END-IF
003110     IF WS-STANZA-COUNT = 0
003120         DISPLAY "COBPGDQP: KEINE STANZAS IN COBPGPRM"
003130             UPON SYSERR
003140         MOVE 8 TO WS-RETURN-CODE
003150         GO TO 1000-EXIT
003160     END-IF
003170     PERFORM 1150-READ-COMMAND-LINE THRU 1150-EXIT
003180     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
003190 1000-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 1010-FORMAT-TIMESTAMP.
003230     MOVE SPACES TO WS-FMT-TS
003240     STRING
003250         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
003260         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
003270         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
003280         DELIMITED BY SIZE
003290         INTO WS-FMT-TS
003300     END-STRING.
003310 1010-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340*    READ THE CONTROL PARAMETERS.  THE STANZA RULES ARE THE SAME
003350*    AS IN COBPG; ONLY THE KEYWORDS THAT LOCATE AND DESCRIBE THE
003360*    EXTRACT MATTER HERE.  "DQNULLPCT=", "DQDISTPCT=" AND "DATE="
003370*    ARE GLOBAL.  A THRESHOLD THAT WILL NOT PARSE FAILS THE RUN.
003380*----------------------------------------------------------------
003390 1100-READ-PARAMETERS.
003400     MOVE 'N' TO WS-PRM-EOF-SW
003410     OPEN INPUT PRM-FILE
003420     IF WS-PRM-FILE-STATUS NOT = "00"
003430         DISPLAY "COBPGDQP: COBPGPRM NICHT GEFUNDEN" UPON SYSERR
003440         MOVE 8 TO WS-RETURN-CODE
003450         GO TO 1100-EXIT
003460     END-IF
003470     PERFORM 1110-READ-PRM-RECORD THRU 1110-EXIT
003480         UNTIL WS-PRM-EOF OR WS-RETURN-CODE NOT = 0
003490     CLOSE PRM-FILE.
003500 1100-EXIT.
003510     EXIT.
003520 1110-READ-PRM-RECORD.
003530     READ PRM-FILE
003540         AT END
003550             SET WS-PRM-EOF TO TRUE
003560             GO TO 1110-EXIT
003570     END-READ
003580     IF PRM-RECORD = SPACES OR PRM-RECORD(1:1) = "*"
003590         GO TO 1110-EXIT
003600     END-IF
003610     MOVE 0 TO WS-PRM-EQ-POS
003620     INSPECT PRM-RECORD TALLYING WS-PRM-EQ-POS
003630         FOR CHARACTERS BEFORE INITIAL "="
003640     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF PRM-RECORD
003650         GO TO 1110-EXIT
003660     END-IF
003670     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
003680     MOVE PRM-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
003690     MOVE PRM-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
003700     EVALUATE WS-PRM-KEY
003710         WHEN "TABLE"
003720             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003730             IF WS-STZ-TABLE-SET(WS-STANZA-COUNT)
003740                 PERFORM 1140-NEW-STANZA THRU 1140-EXIT
003750             END-IF
003760             MOVE WS-PRM-VALUE(1:30)
003770                 TO WS-STZ-TABLE(WS-STANZA-COUNT)
003780             SET WS-STZ-TABLE-SET(WS-STANZA-COUNT) TO TRUE
003790         WHEN "COLUMNS"
003800             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003810             MOVE WS-PRM-VALUE TO WS-COLUMNS-VALUE
003820             PERFORM 1120-PARSE-COLUMNS THRU 1120-EXIT
003830         WHEN "OUTPUT"
003840             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003850             MOVE WS-PRM-VALUE(1:44)
003860                 TO WS-STZ-OUTPUT(WS-STANZA-COUNT)
003870         WHEN "FORMAT"
003880             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003890             IF WS-PRM-VALUE(1:9) = "DELIMITED"
003900                 MOVE 'D' TO WS-STZ-FORMAT(WS-STANZA-COUNT)
003910             ELSE
003920                 MOVE 'F' TO WS-STZ-FORMAT(WS-STANZA-COUNT)
003930             END-IF
003940         WHEN "COLTYPE"
003950             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003960             SET WS-STZ-TYPED(WS-STANZA-COUNT) TO TRUE
003970         WHEN "DQNULLPCT"
003980             MOVE WS-PRM-VALUE(1:80) TO WS-PARSE-FIELD
003990             PERFORM 1160-PARSE-THRESHOLD THRU 1160-EXIT
004000             MOVE WS-PARSE-VALUE TO WS-NULL-THRESHOLD
004010         WHEN "DQDISTPCT"
004020             MOVE WS-PRM-VALUE(1:80) TO WS-PARSE-FIELD
004030             PERFORM 1160-PARSE-THRESHOLD THRU 1160-EXIT
004040             MOVE WS-PARSE-VALUE TO WS-DIST-THRESHOLD
004050         WHEN "DATE"
004060             MOVE WS-PRM-VALUE(1:10) TO CTLP-PROC-DATE
004070         WHEN OTHER
004080             CONTINUE
004090     END-EVALUATE.
004100 1110-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130 1120-PARSE-COLUMNS.
004140     MOVE 0 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
004150     MOVE 1 TO WS-TOK-PTR
004160     PERFORM 1130-PARSE-ONE-COLUMN THRU 1130-EXIT
004170         UNTIL WS-TOK-PTR > 160
004180            OR WS-STZ-COL-COUNT(WS-STANZA-COUNT) = 20.
004190 1120-EXIT.
004200     EXIT.
004210 1130-PARSE-ONE-COLUMN.
004220     ADD 1 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
004230     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
004240         INTO WS-STZ-COLUMN(WS-STANZA-COUNT,
004250             WS-STZ-COL-COUNT(WS-STANZA-COUNT))
004260         WITH POINTER WS-TOK-PTR
004270     END-UNSTRING.
004280 1130-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 1135-ENSURE-STANZA.
004320     IF WS-STANZA-COUNT = 0
004330         PERFORM 1140-NEW-STANZA THRU 1140-EXIT
004340     END-IF.
004350 1135-EXIT.
004360     EXIT.
004370 1140-NEW-STANZA.
004380     IF WS-STANZA-COUNT = 32
004390         DISPLAY "COBPGDQP: MEHR ALS 32 STANZAS IN COBPGPRM"
004400             UPON SYSERR
004410         MOVE 8 TO WS-RETURN-CODE
004420         GO TO 1140-EXIT
004430     END-IF
004440     ADD 1 TO WS-STANZA-COUNT
004450     MOVE "tabelle"  TO WS-STZ-TABLE(WS-STANZA-COUNT)
004460     MOVE 'N'        TO WS-STZ-TABLE-SET-SW(WS-STANZA-COUNT)
004470     MOVE "COBPGOUT" TO WS-STZ-OUTPUT(WS-STANZA-COUNT)
004480     MOVE 'F'        TO WS-STZ-FORMAT(WS-STANZA-COUNT)
004490     MOVE 'N'        TO WS-STZ-TYPED-SW(WS-STANZA-COUNT)
004500     MOVE 0          TO WS-STZ-COL-COUNT(WS-STANZA-COUNT).
004510 1140-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540*    THE PROCESSING DATE IS ONLY CARRIED INTO THE HISTORY, SO A
004550*    PROFILE CAN BE TIED BACK TO THE EXTRACT RUN IT DESCRIBES.
004560*----------------------------------------------------------------
004570 1150-READ-COMMAND-LINE.
004580     MOVE SPACES TO WS-PARM-STRING
004590     ACCEPT WS-PARM-STRING FROM COMMAND-LINE
004600     IF WS-PARM-STRING NOT = SPACES
004610         MOVE WS-PARM-STRING(1:10) TO CTLP-PROC-DATE
004620     END-IF.
004630 1150-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660 1160-PARSE-THRESHOLD.
004670     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
004680     IF NOT WS-PARSE-OK OR WS-PARSE-VALUE < 0
004690         DISPLAY "COBPGDQP: GRENZWERT UNGUELTIG -- "
004700             WS-PRM-KEY WS-PRM-VALUE(1:20) UPON SYSERR
004710         MOVE 8 TO WS-RETURN-CODE
004720         MOVE 0 TO WS-PARSE-VALUE
004730     END-IF.
004740 1160-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770 1400-OPEN-FILES.
004780     OPEN OUTPUT RPT-FILE
004790     IF WS-RPT-FILE-STATUS NOT = "00"
004800         DISPLAY "COBPGDQP: COBPGDQR OPEN FEHLER "
004810             WS-RPT-FILE-STATUS UPON SYSERR
004820         MOVE 8 TO WS-RETURN-CODE
004830         GO TO 1400-EXIT
004840     END-IF
004850     MOVE SPACES TO WS-HD1-TS
004860     MOVE WS-RUN-TS TO WS-HD1-TS
004870     MOVE WS-HEADING-1 TO RPT-RECORD
004880     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
004890     OPEN EXTEND LOG-FILE
004900     IF WS-LOG-FILE-STATUS NOT = "00"
004910         OPEN OUTPUT LOG-FILE
004920         IF WS-LOG-FILE-STATUS NOT = "00"
004930             DISPLAY "COBPGDQP: COBPGLOG OPEN FEHLER "
004940                 WS-LOG-FILE-STATUS UPON SYSERR
004950             MOVE 8 TO WS-RETURN-CODE
004960         END-IF
004970     END-IF.
004980 1400-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010*    ONE STANZA, FRONT TO BACK -- FIND THE PREVIOUS PROFILE,
005020*    READ AND SORT THE EXTRACT, COMPARE, REPORT, AND APPEND
005030*    TODAY'S PROFILE TO THE HISTORY.
005040*----------------------------------------------------------------
005050 6000-PROFILE-STANZA.
005060     IF WS-STZ-FMT-DELIMITED(WS-STANZA-SUB)
005070         DISPLAY "COBPGDQP: FORMAT=DELIMITED WIRD NICHT "
005080             "PROFILIERT -- " WS-STZ-TABLE(WS-STANZA-SUB)
005090             UPON SYSOUT
005100         GO TO 6000-EXIT
005110     END-IF
005120     IF WS-STZ-TYPED(WS-STANZA-SUB)
005130         DISPLAY "COBPGDQP: COLTYPE-STANZA WIRD NICHT "
005140             "PROFILIERT -- " WS-STZ-TABLE(WS-STANZA-SUB)
005150             UPON SYSOUT
005160         GO TO 6000-EXIT
005170     END-IF
005180     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
005190     ACCEPT WS-SYS-TIME FROM TIME
005200     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
005210     MOVE WS-FMT-TS TO WS-STZ-START-TS
005220     MOVE 0 TO WS-STANZA-RC WS-EXT-COUNT WS-COLS-FLAGGED
005230     MOVE WS-STZ-TABLE(WS-STANZA-SUB) TO CTLP-TABLE-NAME
005240     MOVE WS-STZ-OUTPUT(WS-STANZA-SUB) TO WS-CUR-OUTPUT-NAME
005250     PERFORM 6010-CLEAR-PROFILE THRU 6010-EXIT
005260         VARYING WS-COL-SUB FROM 1 BY 1
005270         UNTIL WS-COL-SUB > 20
005280     PERFORM 6050-READ-PREVIOUS THRU 6050-EXIT
005290     IF WS-RETURN-CODE NOT = 0
005300         GO TO 6000-LOG
005310     END-IF
005320     DISPLAY "DD_COBPGOUT" UPON ENVIRONMENT-NAME
005330     DISPLAY WS-CUR-OUTPUT-NAME UPON ENVIRONMENT-VALUE
005340     OPEN INPUT EXT-FILE
005350     IF WS-EXT-FILE-STATUS NOT = "00"
005360         DISPLAY "COBPGDQP: EXTRAKT NICHT GEFUNDEN -- "
005370             WS-CUR-OUTPUT-NAME UPON SYSERR
005380         MOVE 8 TO WS-RETURN-CODE
005390         GO TO 6000-LOG
005400     END-IF
005410     SORT SRT-FILE
005420         ON ASCENDING KEY SRT-COL-NO SRT-VALUE
005430         INPUT PROCEDURE IS 6100-READ-EXTRACT THRU 6100-EXIT
005440         OUTPUT PROCEDURE IS 6200-COUNT-DISTINCT THRU 6200-EXIT
005450     CLOSE EXT-FILE
005460     IF WS-RETURN-CODE NOT = 0
005470         GO TO 6000-LOG
005480     END-IF
005490     PERFORM 6300-COMPARE-AND-REPORT THRU 6300-EXIT
005500     PERFORM 6400-WRITE-HISTORY THRU 6400-EXIT
005510     ADD 1 TO WS-STANZAS-PROFILED.
005520 6000-LOG.
005530     PERFORM 4200-WRITE-RUN-LOG THRU 4200-EXIT.
005540 6000-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570 6010-CLEAR-PROFILE.
005580     MOVE 0 TO WS-PRF-NULLS(WS-COL-SUB)
005590               WS-PRF-EMPTIES(WS-COL-SUB)
005600               WS-PRF-VALUES(WS-COL-SUB)
005610               WS-PRF-DISTINCT(WS-COL-SUB)
005620               WS-PRF-MIN-LEN(WS-COL-SUB)
005630               WS-PRF-MAX-LEN(WS-COL-SUB)
005640               WS-PRF-LEN-TOTAL(WS-COL-SUB)
005650               WS-PRF-AVG-LEN(WS-COL-SUB)
005660               WS-PRF-FULL(WS-COL-SUB)
005670     MOVE SPACES TO WS-PRF-MIN-VALUE(WS-COL-SUB)
005680                    WS-PRF-MAX-VALUE(WS-COL-SUB)
005690                    WS-PRF-FLAG-TEXT(WS-COL-SUB)
005700     MOVE 'N' TO WS-PRF-FLAG-SW(WS-COL-SUB).
005710 6010-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740*    THE PREVIOUS PROFILE IS THE LAST GROUP OF HISTORY RECORDS
005750*    FOR THIS TABLE (ONE GROUP = ONE RUN TIMESTAMP).  THE FILE
005760*    IS ONLY EVER APPENDED TO, SO THE LAST GROUP READ IS THE
005770*    LATEST.  NO HISTORY FILE YET MEANS NO PREVIOUS PROFILE.
005780*----------------------------------------------------------------
005790 6050-READ-PREVIOUS.
005800     MOVE 0 TO WS-PRV-COUNT
005810     MOVE SPACES TO WS-PRV-RUN-TS
005820     MOVE 'N' TO WS-PRV-FOUND-SW
005830     OPEN INPUT DQH-FILE
005840     IF WS-DQH-FILE-STATUS = "35"
005850         GO TO 6050-EXIT
005860     END-IF
005870     IF WS-DQH-FILE-STATUS NOT = "00"
005880         DISPLAY "COBPGDQP: COBPGDQH OPEN FEHLER "
005890             WS-DQH-FILE-STATUS UPON SYSERR
005900         MOVE 8 TO WS-RETURN-CODE
005910         GO TO 6050-EXIT
005920     END-IF
005930     MOVE 'N' TO WS-DQH-EOF-SW
005940     PERFORM 6060-READ-ONE-HISTORY THRU 6060-EXIT
005950         UNTIL WS-DQH-EOF
005960     CLOSE DQH-FILE.
005970 6050-EXIT.
005980     EXIT.
005990 6060-READ-ONE-HISTORY.
006000     READ DQH-FILE
006010         AT END
006020             SET WS-DQH-EOF TO TRUE
006030             GO TO 6060-EXIT
006040     END-READ
006050     IF DQH-TABLE-NAME NOT = CTLP-TABLE-NAME
006060         GO TO 6060-EXIT
006070     END-IF
006080     IF DQH-RUN-TS NOT = WS-PRV-RUN-TS
006090         MOVE DQH-RUN-TS TO WS-PRV-RUN-TS
006100         MOVE 0 TO WS-PRV-COUNT
006110         SET WS-PRV-FOUND TO TRUE
006120     END-IF
006130     IF WS-PRV-COUNT = 20
006140         GO TO 6060-EXIT
006150     END-IF
006160     ADD 1 TO WS-PRV-COUNT
006170     MOVE DQH-COLUMN-NAME    TO WS-PRV-COLUMN(WS-PRV-COUNT)
006180     MOVE DQH-ROW-COUNT      TO WS-PRV-ROWS(WS-PRV-COUNT)
006190     MOVE DQH-NULL-COUNT     TO WS-PRV-NULLS(WS-PRV-COUNT)
006200     MOVE DQH-DISTINCT-COUNT TO WS-PRV-DISTINCT(WS-PRV-COUNT).
006210 6060-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------
006240*    SORT INPUT PROCEDURE -- ONE PASS OVER THE EXTRACT.  NULLS,
006250*    EMPTIES, LENGTHS AND FULL SLOTS ARE COUNTED HERE; EVERY
006260*    REAL VALUE IS RELEASED TO THE SORT FOR THE DISTINCT COUNT.
006270*----------------------------------------------------------------
006280 6100-READ-EXTRACT.
006290     MOVE 'N' TO WS-EXT-EOF-SW
006300     PERFORM 6110-READ-ONE-RECORD THRU 6110-EXIT
006310         UNTIL WS-EXT-EOF.
006320 6100-EXIT.
006330     EXIT.
006340 6110-READ-ONE-RECORD.
006350     READ EXT-FILE
006360         AT END
006370             SET WS-EXT-EOF TO TRUE
006380             GO TO 6110-EXIT
006390     END-READ
006400     IF WS-EXT-FILE-STATUS NOT = "00"
006410         DISPLAY "COBPGDQP: EXTRAKT LESEFEHLER "
006420             WS-EXT-FILE-STATUS " -- " WS-CUR-OUTPUT-NAME
006430             UPON SYSERR
006440         MOVE 8 TO WS-RETURN-CODE
006450         SET WS-EXT-EOF TO TRUE
006460         GO TO 6110-EXIT
006470     END-IF
006480     ADD 1 TO WS-EXT-COUNT
006490     PERFORM 6120-PROFILE-ONE-FIELD THRU 6120-EXIT
006500         VARYING WS-COL-SUB FROM 1 BY 1
006510         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB).
006520 6110-EXIT.
006530     EXIT.
006540 6120-PROFILE-ONE-FIELD.
006550     IF OUT-IS-NULL(WS-COL-SUB)
006560         ADD 1 TO WS-PRF-NULLS(WS-COL-SUB)
006570         GO TO 6120-EXIT
006580     END-IF
006590     IF OUT-FIELD(WS-COL-SUB) = SPACES
006600         ADD 1 TO WS-PRF-EMPTIES(WS-COL-SUB)
006610         GO TO 6120-EXIT
006620     END-IF
006630     MOVE 80 TO WS-VAL-LEN
006640     PERFORM UNTIL WS-VAL-LEN = 0
006650         OR OUT-FIELD(WS-COL-SUB)(WS-VAL-LEN:1) NOT = SPACE
006660         SUBTRACT 1 FROM WS-VAL-LEN
006670     END-PERFORM
006680     ADD 1 TO WS-PRF-VALUES(WS-COL-SUB)
006690     ADD WS-VAL-LEN TO WS-PRF-LEN-TOTAL(WS-COL-SUB)
006700     IF WS-PRF-VALUES(WS-COL-SUB) = 1
006710        OR WS-VAL-LEN < WS-PRF-MIN-LEN(WS-COL-SUB)
006720         MOVE WS-VAL-LEN TO WS-PRF-MIN-LEN(WS-COL-SUB)
006730     END-IF
006740     IF WS-VAL-LEN > WS-PRF-MAX-LEN(WS-COL-SUB)
006750         MOVE WS-VAL-LEN TO WS-PRF-MAX-LEN(WS-COL-SUB)
006760     END-IF
006770     IF WS-VAL-LEN = 80
006780         ADD 1 TO WS-PRF-FULL(WS-COL-SUB)
006790     END-IF
006800     MOVE WS-COL-SUB TO SRT-COL-NO
006810     MOVE OUT-FIELD(WS-COL-SUB) TO SRT-VALUE
006820     RELEASE SRT-RECORD.
006830 6120-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------
006860*    SORT OUTPUT PROCEDURE -- THE VALUES COME BACK GROUPED BY
006870*    COLUMN IN ASCENDING ORDER.  EVERY CHANGE OF VALUE WITHIN A
006880*    COLUMN IS ONE MORE DISTINCT VALUE; THE FIRST VALUE OF A
006890*    COLUMN IS ITS MINIMUM AND THE LAST ITS MAXIMUM.
006900*----------------------------------------------------------------
006910 6200-COUNT-DISTINCT.
006920     MOVE 'N' TO WS-SRT-EOF-SW
006930     MOVE 0 TO WS-LAST-COL-NO
006940     MOVE SPACES TO WS-LAST-VALUE
006950     PERFORM 6210-RETURN-ONE-VALUE THRU 6210-EXIT
006960         UNTIL WS-SRT-EOF.
006970 6200-EXIT.
006980     EXIT.
006990 6210-RETURN-ONE-VALUE.
007000     RETURN SRT-FILE
007010         AT END
007020             SET WS-SRT-EOF TO TRUE
007030             GO TO 6210-EXIT
007040     END-RETURN
007050     IF SRT-COL-NO NOT = WS-LAST-COL-NO
007060         MOVE SRT-VALUE TO WS-PRF-MIN-VALUE(SRT-COL-NO)
007070         ADD 1 TO WS-PRF-DISTINCT(SRT-COL-NO)
007080     ELSE
007090         IF SRT-VALUE NOT = WS-LAST-VALUE
007100             ADD 1 TO WS-PRF-DISTINCT(SRT-COL-NO)
007110         END-IF
007120     END-IF
007130     MOVE SRT-VALUE TO WS-PRF-MAX-VALUE(SRT-COL-NO)
007140     MOVE SRT-COL-NO TO WS-LAST-COL-NO
007150     MOVE SRT-VALUE TO WS-LAST-VALUE.
007160 6210-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------
007190*    ONE REPORT LINE PER COLUMN PLUS ITS MIN/MAX VALUES, WITH
007200*    THE PREVIOUS NULL RATE AND DISTINCT COUNT BESIDE TODAY'S.
007210*    ANY FLAGGED COLUMN IS ECHOED TO SYSERR AND ENDS THE RUN
007220*    WITH RC 4.
007230*----------------------------------------------------------------
007240 6300-COMPARE-AND-REPORT.
007250     MOVE SPACES TO RPT-RECORD
007260     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
007270     MOVE CTLP-TABLE-NAME TO WS-HD2-TABLE
007280     MOVE WS-CUR-OUTPUT-NAME TO WS-HD2-OUTPUT
007290     MOVE WS-EXT-COUNT TO WS-HD2-ROWS
007300     MOVE WS-HEADING-2 TO RPT-RECORD
007310     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
007320     IF WS-PRV-FOUND
007330         MOVE WS-PRV-RUN-TS TO WS-HD2B-PRV-TS
007340     ELSE
007350         MOVE "(KEIN FRUEHERER LAUF)" TO WS-HD2B-PRV-TS
007360     END-IF
007370     MOVE WS-NULL-THRESHOLD TO WS-HD2B-NULL-THR
007380     MOVE WS-DIST-THRESHOLD TO WS-HD2B-DIST-THR
007390     MOVE WS-HEADING-2B TO RPT-RECORD
007400     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
007410     MOVE WS-HEADING-3 TO RPT-RECORD
007420     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
007430     PERFORM 6310-REPORT-ONE-COLUMN THRU 6310-EXIT
007440         VARYING WS-COL-SUB FROM 1 BY 1
007450         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
007460     IF WS-COLS-FLAGGED > 0
007470         MOVE 4 TO WS-STANZA-RC
007480         ADD 1 TO WS-STANZAS-FLAGGED
007490         DISPLAY "COBPGDQP: " WS-COLS-FLAGGED
007500             " SPALTE(N) AUFFAELLIG -- " CTLP-TABLE-NAME
007510             UPON SYSERR
007520         END-DISPLAY
007530         IF WS-RETURN-CODE < 4
007540             MOVE 4 TO WS-RETURN-CODE
007550         END-IF
007560     END-IF.
007570 6300-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600 6310-REPORT-ONE-COLUMN.
007610     IF WS-PRF-VALUES(WS-COL-SUB) > 0
007620         COMPUTE WS-PRF-AVG-LEN(WS-COL-SUB) ROUNDED
007630             = WS-PRF-LEN-TOTAL(WS-COL-SUB)
007640             / WS-PRF-VALUES(WS-COL-SUB)
007650     END-IF
007660     MOVE 0 TO WS-NULL-RATE
007670     IF WS-EXT-COUNT > 0
007680         COMPUTE WS-NULL-RATE ROUNDED
007690             = WS-PRF-NULLS(WS-COL-SUB) * 100 / WS-EXT-COUNT
007700     END-IF
007710     MOVE SPACES TO WS-DETAIL-LINE
007720     MOVE WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
007730         TO WS-DTL-COLUMN
007740     MOVE WS-PRF-NULLS(WS-COL-SUB)    TO WS-DTL-NULLS
007750     MOVE WS-NULL-RATE                TO WS-DTL-NULL-RATE
007760     MOVE WS-PRF-EMPTIES(WS-COL-SUB)  TO WS-DTL-EMPTIES
007770     MOVE WS-PRF-DISTINCT(WS-COL-SUB) TO WS-DTL-DISTINCT
007780     MOVE WS-PRF-MIN-LEN(WS-COL-SUB)  TO WS-DTL-MIN-LEN
007790     MOVE WS-PRF-MAX-LEN(WS-COL-SUB)  TO WS-DTL-MAX-LEN
007800     MOVE WS-PRF-AVG-LEN(WS-COL-SUB)  TO WS-DTL-AVG-LEN
007810     MOVE WS-PRF-FULL(WS-COL-SUB)     TO WS-DTL-FULL
007820     MOVE SPACES TO WS-DTL-PRV-RATE-X WS-DTL-PRV-DISTINCT-X
007830     PERFORM 6320-COMPARE-PREVIOUS THRU 6320-EXIT
007840     MOVE WS-PRF-FLAG-TEXT(WS-COL-SUB) TO WS-DTL-FLAG
007850     MOVE WS-DETAIL-LINE TO RPT-RECORD
007860     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
007870     IF WS-PRF-VALUES(WS-COL-SUB) > 0
007880         MOVE WS-PRF-MIN-VALUE(WS-COL-SUB) TO WS-VLL-MIN
007890         MOVE WS-PRF-MAX-VALUE(WS-COL-SUB) TO WS-VLL-MAX
007900         MOVE WS-VALUE-LINE TO RPT-RECORD
007910         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
007920     END-IF.
007930 6310-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960*    THE SAME COLUMN IN THE PREVIOUS PROFILE.  THE NULL RATE IS
007970*    COMPARED IN PERCENTAGE POINTS, THE DISTINCT COUNT AS A
007980*    PERCENTAGE OF THE PREVIOUS COUNT (FROM ZERO TO ANY VALUES
007990*    AT ALL COUNTS AS A MOVE BEYOND EVERY THRESHOLD).  A COLUMN
008000*    NEW SINCE THE PREVIOUS RUN IS NOT COMPARED.
008010*----------------------------------------------------------------
008020 6320-COMPARE-PREVIOUS.
008030     MOVE 0 TO WS-PRV-SUB
008040     PERFORM VARYING WS-TOK-PTR FROM 1 BY 1
008050         UNTIL WS-TOK-PTR > WS-PRV-COUNT
008060         IF WS-PRV-COLUMN(WS-TOK-PTR)
008070                 = WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
008080            AND WS-PRV-SUB = 0
008090             MOVE WS-TOK-PTR TO WS-PRV-SUB
008100         END-IF
008110     END-PERFORM
008120     IF WS-PRV-SUB = 0
008130         GO TO 6320-EXIT
008140     END-IF
008150     MOVE 0 TO WS-PRV-NULL-RATE
008160     IF WS-PRV-ROWS(WS-PRV-SUB) > 0
008170         COMPUTE WS-PRV-NULL-RATE ROUNDED
008180             = WS-PRV-NULLS(WS-PRV-SUB) * 100
008190             / WS-PRV-ROWS(WS-PRV-SUB)
008200     END-IF
008210     MOVE WS-PRV-NULL-RATE TO WS-DTL-PRV-RATE
008220     MOVE WS-PRV-DISTINCT(WS-PRV-SUB) TO WS-DTL-PRV-DISTINCT
008230     COMPUTE WS-RATE-MOVE = WS-NULL-RATE - WS-PRV-NULL-RATE
008240     IF WS-RATE-MOVE < 0
008250         COMPUTE WS-RATE-MOVE = 0 - WS-RATE-MOVE
008260     END-IF
008270     IF WS-RATE-MOVE > WS-NULL-THRESHOLD
008280         SET WS-PRF-FLAGGED(WS-COL-SUB) TO TRUE
008290         MOVE "** NULL" TO WS-PRF-FLAG-TEXT(WS-COL-SUB)
008300     END-IF
008310     IF WS-PRV-DISTINCT(WS-PRV-SUB) = 0
008320         IF WS-PRF-DISTINCT(WS-COL-SUB) > 0
008330             PERFORM 6330-FLAG-DISTINCT THRU 6330-EXIT
008340         END-IF
008350         GO TO 6320-DONE
008360     END-IF
008370     COMPUTE WS-DIST-MOVE ROUNDED
008380         = (WS-PRF-DISTINCT(WS-COL-SUB)
008390            - WS-PRV-DISTINCT(WS-PRV-SUB)) * 100
008400         / WS-PRV-DISTINCT(WS-PRV-SUB)
008410     IF WS-DIST-MOVE < 0
008420         COMPUTE WS-DIST-MOVE = 0 - WS-DIST-MOVE
008430     END-IF
008440     IF WS-DIST-MOVE > WS-DIST-THRESHOLD
008450         PERFORM 6330-FLAG-DISTINCT THRU 6330-EXIT
008460     END-IF.
008470 6320-DONE.
008480     IF WS-PRF-FLAGGED(WS-COL-SUB)
008490         ADD 1 TO WS-COLS-FLAGGED
008500     END-IF.
008510 6320-EXIT.
008520     EXIT.
008530 6330-FLAG-DISTINCT.
008540     IF WS-PRF-FLAGGED(WS-COL-SUB)
008550         MOVE "** NULL+DIST" TO WS-PRF-FLAG-TEXT(WS-COL-SUB)
008560     ELSE
008570         SET WS-PRF-FLAGGED(WS-COL-SUB) TO TRUE
008580         MOVE "** DISTINCT" TO WS-PRF-FLAG-TEXT(WS-COL-SUB)
008590     END-IF.
008600 6330-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------
008630*    APPEND TODAY'S PROFILE -- ONE RECORD PER COLUMN, ALL UNDER
008640*    THE RUN TIMESTAMP -- SO THE NEXT RUN COMPARES AGAINST IT.
008650*----------------------------------------------------------------
008660 6400-WRITE-HISTORY.
008670     OPEN EXTEND DQH-FILE
008680     IF WS-DQH-FILE-STATUS NOT = "00"
008690         OPEN OUTPUT DQH-FILE
008700         IF WS-DQH-FILE-STATUS NOT = "00"
008710             DISPLAY "COBPGDQP: COBPGDQH OPEN FEHLER "
008720                 WS-DQH-FILE-STATUS UPON SYSERR
008730             MOVE 8 TO WS-RETURN-CODE
008740             GO TO 6400-EXIT
008750         END-IF
008760     END-IF
008770     PERFORM 6410-WRITE-ONE-HISTORY THRU 6410-EXIT
008780         VARYING WS-COL-SUB FROM 1 BY 1
008790         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
008800            OR WS-RETURN-CODE = 8
008810     CLOSE DQH-FILE.
008820 6400-EXIT.
008830     EXIT.
008840 6410-WRITE-ONE-HISTORY.
008850     MOVE SPACES TO DQH-RECORD
008860     MOVE CTLP-TABLE-NAME TO DQH-TABLE-NAME
008870     MOVE WS-RUN-TS TO DQH-RUN-TS
008880     MOVE CTLP-PROC-DATE TO DQH-PROC-DATE
008890     MOVE WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
008900         TO DQH-COLUMN-NAME
008910     MOVE WS-EXT-COUNT TO DQH-ROW-COUNT
008920     MOVE WS-PRF-NULLS(WS-COL-SUB)     TO DQH-NULL-COUNT
008930     MOVE WS-PRF-EMPTIES(WS-COL-SUB)   TO DQH-EMPTY-COUNT
008940     MOVE WS-PRF-DISTINCT(WS-COL-SUB)  TO DQH-DISTINCT-COUNT
008950     MOVE WS-PRF-MIN-LEN(WS-COL-SUB)   TO DQH-MIN-LEN
008960     MOVE WS-PRF-MAX-LEN(WS-COL-SUB)   TO DQH-MAX-LEN
008970     MOVE WS-PRF-AVG-LEN(WS-COL-SUB)   TO DQH-AVG-LEN
008980     MOVE WS-PRF-FULL(WS-COL-SUB)      TO DQH-FULL-COUNT
008990     MOVE WS-PRF-FLAG-SW(WS-COL-SUB)   TO DQH-FLAG
009000     MOVE WS-PRF-MIN-VALUE(WS-COL-SUB) TO DQH-MIN-VALUE
009010     MOVE WS-PRF-MAX-VALUE(WS-COL-SUB) TO DQH-MAX-VALUE
009020     WRITE DQH-RECORD
009030     IF WS-DQH-FILE-STATUS NOT = "00"
009040         DISPLAY "COBPGDQP: COBPGDQH WRITE FEHLER "
009050             WS-DQH-FILE-STATUS UPON SYSERR
009060         MOVE 8 TO WS-RETURN-CODE
009070     END-IF.
009080 6410-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110 3200-WRITE-RPT-RECORD.
009120     WRITE RPT-RECORD
009130     IF WS-RPT-FILE-STATUS NOT = "00"
009140         DISPLAY "COBPGDQP: COBPGDQR WRITE FEHLER "
009150             WS-RPT-FILE-STATUS UPON SYSERR
009160         MOVE 8 TO WS-RETURN-CODE
009170     END-IF.
009180 3200-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------
009210 9100-PARSE-DEC.
009220     MOVE 'N' TO WS-PARSE-OK-SW WS-PARSE-NEG-SW WS-PARSE-DOT-SW
009230     MOVE 0 TO WS-PARSE-INT WS-PARSE-SCALE WS-PARSE-DIGITS
009240     MOVE LENGTH OF WS-PARSE-FIELD TO WS-PARSE-LEN
009250     PERFORM UNTIL WS-PARSE-LEN = 0
009260         OR WS-PARSE-FIELD(WS-PARSE-LEN:1) NOT = SPACE
009270         SUBTRACT 1 FROM WS-PARSE-LEN
009280     END-PERFORM
009290     IF WS-PARSE-LEN = 0
009300         GO TO 9100-EXIT
009310     END-IF
009320     MOVE 1 TO WS-PARSE-SUB
009330     IF WS-PARSE-FIELD(1:1) = "-"
009340         SET WS-PARSE-NEG TO TRUE
009350         MOVE 2 TO WS-PARSE-SUB
009360     ELSE
009370         IF WS-PARSE-FIELD(1:1) = "+"
009380             MOVE 2 TO WS-PARSE-SUB
009390         END-IF
009400     END-IF
009410     PERFORM 9110-PARSE-ONE-CHAR THRU 9110-EXIT
009420         UNTIL WS-PARSE-SUB > WS-PARSE-LEN
009430            OR WS-PARSE-OK-SW = "X"
009440     IF WS-PARSE-OK-SW = "X" OR WS-PARSE-DIGITS = 0
009450         MOVE 'N' TO WS-PARSE-OK-SW
009460         GO TO 9100-EXIT
009470     END-IF
009480     MOVE 1 TO WS-PARSE-DIV
009490     PERFORM WS-PARSE-SCALE TIMES
009500         MULTIPLY 10 BY WS-PARSE-DIV END-MULTIPLY
009510     END-PERFORM
009520     COMPUTE WS-PARSE-VALUE = WS-PARSE-INT / WS-PARSE-DIV
009530     IF WS-PARSE-NEG
009540         COMPUTE WS-PARSE-VALUE = 0 - WS-PARSE-VALUE
009550     END-IF
009560     SET WS-PARSE-OK TO TRUE.
009570 9100-EXIT.
009580     EXIT.
009590 9110-PARSE-ONE-CHAR.
009600     MOVE WS-PARSE-FIELD(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
009610     IF WS-PARSE-CHAR = "."
009620         IF WS-PARSE-DOT-SEEN
009630             MOVE "X" TO WS-PARSE-OK-SW
009640         ELSE
009650             SET WS-PARSE-DOT-SEEN TO TRUE
009660         END-IF
009670         ADD 1 TO WS-PARSE-SUB
009680         GO TO 9110-EXIT
009690     END-IF
009700     IF WS-PARSE-CHAR < "0" OR WS-PARSE-CHAR > "9"
009710         MOVE "X" TO WS-PARSE-OK-SW
009720         GO TO 9110-EXIT
009730     END-IF
009740     IF WS-PARSE-DIGITS = 13 AND NOT WS-PARSE-DOT-SEEN
009750         MOVE "X" TO WS-PARSE-OK-SW
009760         GO TO 9110-EXIT
009770     END-IF
009780     IF WS-PARSE-DOT-SEEN AND WS-PARSE-SCALE = 5
009790         MOVE "X" TO WS-PARSE-OK-SW
009800         GO TO 9110-EXIT
009810     END-IF
009820     MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT(1:1)
009830     COMPUTE WS-PARSE-INT
009840         = WS-PARSE-INT * 10 + WS-PARSE-DIGIT
009850     IF WS-PARSE-DOT-SEEN
009860         ADD 1 TO WS-PARSE-SCALE
009870     ELSE
009880         ADD 1 TO WS-PARSE-DIGITS
009890     END-IF
009900     ADD 1 TO WS-PARSE-SUB.
009910 9110-EXIT.
009920     EXIT.
009930*----------------------------------------------------------------
009940 4200-WRITE-RUN-LOG.
009950     IF WS-LOG-FILE-STATUS NOT = "00"
009960         GO TO 4200-EXIT
009970     END-IF
009980     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
009990     ACCEPT WS-SYS-TIME FROM TIME
010000     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
010010     MOVE WS-FMT-TS TO WS-END-TS
010020     MOVE "COBPGDQP"     TO RLOG-PROGRAM-ID
010030     MOVE WS-STZ-START-TS TO RLOG-START-TS
010040     MOVE WS-END-TS      TO RLOG-END-TS
010050     MOVE CTLP-TABLE-NAME TO RLOG-TABLE-NAME
010060     MOVE WS-EXT-COUNT   TO RLOG-ROW-COUNT
010070     IF WS-RETURN-CODE = 8
010080         MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
010090     ELSE
010100         MOVE WS-STANZA-RC   TO RLOG-RETURN-CODE
010110     END-IF
010120     MOVE 0              TO RLOG-TRUNC-COUNT
010130     MOVE RLOG-RECORD    TO LOG-RECORD
010140     WRITE LOG-RECORD
010150     IF WS-LOG-FILE-STATUS NOT = "00"
010160         DISPLAY "COBPGDQP: COBPGLOG WRITE FEHLER "
010170             WS-LOG-FILE-STATUS UPON SYSERR
010180         MOVE 8 TO WS-RETURN-CODE
010190     END-IF.
010200 4200-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230 4000-TERMINATE.
010240     IF WS-RPT-FILE-STATUS = "00"
010250         CLOSE RPT-FILE
010260     END-IF
010270     IF WS-LOG-FILE-STATUS = "00"
010280         CLOSE LOG-FILE
010290     END-IF
010300     DISPLAY "Wir haben ", WS-STANZAS-PROFILED,
010310         " Stanzas profiliert, ", WS-STANZAS-FLAGGED,
010320         " mit Auffaelligkeiten" UPON SYSOUT
010330     END-DISPLAY.
010340 4000-EXIT.
010350     EXIT.
