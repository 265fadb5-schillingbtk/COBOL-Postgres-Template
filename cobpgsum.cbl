000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGSUM.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGSUM
000090*
000100*  PURPOSE.    CONTROL-BREAK SUMMARY REPORT OVER THE COBPG
000110*              EXTRACT -- GROUP TOTALS BY ONE TO THREE CODE
000120*              COLUMNS, SO "HOW MUCH PER KONTOART AND FILIALE"
000130*              COMES OFF THE FEED WE ALREADY CUT INSTEAD OF A
000140*              HAND-WRITTEN QUERY.
000150*
000160*              EVERY COBPGPRM STANZA WITH "SUMBY=" IS REPORTED:
000170*              "SUMBY=" NAMES ONE TO THREE GROUPING COLUMNS,
000180*              MAJOR FIRST, AND "SUMCOLS=" UP TO EIGHT NUMERIC
000190*              COLUMNS TO TOTAL (NONE = ROW COUNTS ONLY); ALL OF
000200*              THEM MUST APPEAR IN THE STANZA'S "COLUMNS=" LIST.
000210*              THE STANZA'S "OUTPUT=" FILE IS SORTED ON THE
000220*              GROUPING COLUMNS AND PRINTED TO COBPGSUR, PAGED,
000230*              WITH A HEADER AT THE START OF EVERY MAJOR GROUP,
000240*              SUBTOTALS AND ROW COUNTS AT EVERY CONTROL BREAK,
000250*              AND GRAND TOTALS.  COLTYPE (TYPED) STANZAS ARE
000260*              READ WITH THE OFFSETS AND PICTURES FROM THEIR
000270*              "LAYFILE=" DESCRIPTION; DELIMITED STANZAS ARE
000280*              REPORTED AND SKIPPED.
000290*
000300*              GROUPS FOLLOW THE BYTE ORDER OF THE VALUE AS
000310*              PRINTED (A PACKED COLUMN RIGHT-ALIGNED UNDER ITS
000320*              PICTURE, A DATE AS YYYY-MM-DD); A SQL NULL FORMS
000330*              ITS OWN GROUP AHEAD OF THE OTHERS.  TOTALS ARE
000340*              ADDED THE WAY COBPGBAL RE-ADDS THE EXTRACT SIDE --
000350*              NULLS SKIPPED, A VALUE THAT WILL NOT PARSE COUNTED
000360*              AND LEFT OUT -- SO THE GRAND TOTALS MUST AGREE
000370*              WITH COBPGBAL.  THE CLOSING CHECK SHOWS THE GRAND
000380*              TOTALS AGAINST THE EXTRACT AS READ BEFORE THE
000390*              SORT AND AGAINST THE EXTRACT FIGURES OF THE
000400*              COBPGBLR BALANCE REPORT FOR THE SAME TABLE AND
000410*              FILE (WHERE COBPGBAL BALANCED THAT COLUMN).
000420*
000430*              RETURN CODE 0 = REPORT WRITTEN AND IN AGREEMENT,
000440*              4 = A CHECK FIGURE DIFFERS OR A TOTAL COLUMN HELD
000450*              NON-NUMERIC VALUES, 8 = CONTROL-FILE OR I/O
000460*              ERROR.
000470*
000480*  MODIFICATION HISTORY.
000490*  DATE       INIT  DESCRIPTION
000500*  ---------- ----  ------------------------------------------
000510*  2026-10-15 TS    INITIAL VERSION.
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PRM-FILE-STATUS.
000590     SELECT EXT-FILE ASSIGN TO "COBPGOUT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-EXT-FILE-STATUS.
000620     SELECT TYP-FILE ASSIGN TO "COBPGTYP"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-TYP-FILE-STATUS.
000650     SELECT LAY-FILE ASSIGN TO "COBPGLAY"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-LAY-FILE-STATUS.
000680     SELECT BLR-FILE ASSIGN TO "COBPGBLR"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-BLR-FILE-STATUS.
000710     SELECT SRT-FILE ASSIGN TO "COBPGSRT".
000720     SELECT RPT-FILE ASSIGN TO "COBPGSUR"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPT-FILE-STATUS.
000750     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-LOG-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PRM-FILE.
000810 01  PRM-RECORD                  PIC X(160).
000820 FD  EXT-FILE
000830     RECORD CONTAINS 1620 CHARACTERS.
000840 COPY OUTREC.
000850 FD  TYP-FILE
000860     RECORD IS VARYING IN SIZE FROM 1 TO 1620
000870     DEPENDING ON WS-TYP-REC-LEN.
000880 01  TYP-RECORD                  PIC X(1620).
000890 FD  LAY-FILE.
000900 01  LAY-RECORD                  PIC X(132).
000910 FD  BLR-FILE.
000920 01  BLR-RECORD.
000930     05  BLR-MEASURE             PIC X(30).
000940     05  FILLER                  PIC X(01).
000950     05  BLR-DB                  PIC X(21).
000960     05  FILLER                  PIC X(01).
000970     05  BLR-EX                  PIC X(21).
000980     05  FILLER                  PIC X(58).
000990 01  BLR-HEADING-2.
001000     05  BLR-HD2-LITERAL         PIC X(09).
001010     05  BLR-HD2-TABLE           PIC X(30).
001020     05  FILLER                  PIC X(08).
001030     05  BLR-HD2-OUTPUT          PIC X(44).
001040     05  FILLER                  PIC X(41).
001050*    ONE SORT RECORD PER EXTRACT ROW -- THE GROUPING VALUES AS
001060*    THE SORT KEY (NULL FLAG "0" AHEAD OF ANY VALUE "1"), AND
001070*    THE TOTAL COLUMNS ALREADY PARSED.
001080 SD  SRT-FILE.
001090 01  SRT-RECORD.
001100     05  SRT-KEY.
001110         10  SRT-GROUP OCCURS 3 TIMES.
001120             15  SRT-GRP-FLAG    PIC X(01).
001130                 88  SRT-GRP-IS-NULL     VALUE '0'.
001140             15  SRT-GRP-VALUE   PIC X(80).
001150     05  SRT-AMT-ENTRY OCCURS 8 TIMES.
001160         10  SRT-AMT-VALUE       PIC S9(13)V9(05) COMP-3.
001170         10  SRT-AMT-SW          PIC X(01).
001180             88  SRT-AMT-PRESENT         VALUE ' '.
001190 FD  RPT-FILE.
001200 01  RPT-RECORD                  PIC X(132).
001210 FD  LOG-FILE.
001220 01  LOG-RECORD                   PIC X(109).
001230 WORKING-STORAGE SECTION.
001240 COPY CTLPARM.
001250 COPY RUNLOG.
001260 77  WS-PRM-KEY                   PIC X(20).
001270 77  WS-PRM-VALUE                 PIC X(160).
001280 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
001290 77  WS-PRM-FILE-STATUS           PIC X(02).
001300 77  WS-EXT-FILE-STATUS           PIC X(02).
001310 77  WS-TYP-FILE-STATUS           PIC X(02).
001320 77  WS-LAY-FILE-STATUS           PIC X(02).
001330 77  WS-BLR-FILE-STATUS           PIC X(02).
001340 77  WS-RPT-FILE-STATUS           PIC X(02) VALUE SPACES.
001350 77  WS-LOG-FILE-STATUS           PIC X(02) VALUE SPACES.
001360 77  WS-TYP-REC-LEN               PIC 9(05) COMP.
001370 77  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
001380     88  WS-PRM-EOF                          VALUE 'Y'.
001390 77  WS-EXT-EOF-SW                PIC X(01).
001400     88  WS-EXT-EOF                          VALUE 'Y'.
001410 77  WS-LAY-EOF-SW                PIC X(01).
001420     88  WS-LAY-EOF                          VALUE 'Y'.
001430 77  WS-BLR-EOF-SW                PIC X(01).
001440     88  WS-BLR-EOF                          VALUE 'Y'.
001450 77  WS-SRT-EOF-SW                PIC X(01).
001460     88  WS-SRT-EOF                          VALUE 'Y'.
001470 77  WS-BLR-IN-STANZA-SW          PIC X(01).
001480     88  WS-BLR-IN-STANZA                    VALUE 'Y'.
001490 77  WS-FIRST-ROW-SW              PIC X(01).
001500     88  WS-FIRST-ROW                        VALUE 'Y'.
001510 77  WS-CUR-TYPED-SW              PIC X(01).
001520     88  WS-CUR-TYPED                        VALUE 'Y'.
001530 77  WS-COLUMNS-VALUE             PIC X(160).
001540 77  WS-TOK-PTR                   PIC 9(04) COMP.
001550 77  WS-COL-SUB                   PIC 9(04) COMP.
001560 77  WS-FIND-NAME                 PIC X(30).
001570 77  WS-FIND-POS                  PIC 9(02) COMP.
001580 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
001590 77  WS-STANZA-RC                 PIC 9(04).
001600 77  WS-SYS-DATE                  PIC 9(08).
001610 77  WS-SYS-TIME                  PIC 9(08).
001620 77  WS-FMT-TS                    PIC X(26).
001630 77  WS-RUN-TS                    PIC X(26).
001640 77  WS-STZ-START-TS              PIC X(26).
001650 77  WS-END-TS                    PIC X(26).
001660 77  WS-CUR-OUTPUT-NAME           PIC X(48).
001670 77  WS-CUR-LAYFILE               PIC X(44).
001680 77  WS-EXT-COUNT                 PIC 9(09).
001690 77  WS-PARSE-ERRORS              PIC 9(09).
001700 77  WS-STANZAS-REPORTED          PIC 9(02) VALUE 0.
001710 77  WS-STANZAS-FLAGGED           PIC 9(02) VALUE 0.
001720 77  WS-PAGE-LINES                PIC 9(04) COMP VALUE 60.
001730 77  WS-LINE-COUNT                PIC 9(04) COMP.
001740 77  WS-PAGE-NO                   PIC 9(04) VALUE 0.
001750 77  WS-BREAK-LEVEL               PIC 9(02) COMP.
001760 77  WS-LVL                       PIC 9(02) COMP.
001770 77  WS-LVL-SUB                   PIC 9(02) COMP.
001780 77  WS-UP-SUB                    PIC 9(02) COMP.
001790 77  WS-LABEL-PTR                 PIC 9(04) COMP.
001791 77  WS-HD-LVL                    PIC 9(02) COMP.
001792 77  WS-HD-AMT-SUB                PIC 9(02) COMP.
001793 77  WS-HD-PTR                    PIC 9(04) COMP.
001794 77  WS-HD-LEN                    PIC 9(04) COMP.
001800 77  WS-LEAD-SPACES               PIC 9(04) COMP.
001810 77  WS-TEXT-LEN                  PIC 9(04) COMP.
001820 77  WS-SUM-DIFF                  PIC S9(13)V9(05) COMP-3.
001830*****************************************************************
001840*    REPORT CONTROLS OF THE CURRENT STANZA -- THE GROUPING AND
001850*    TOTAL COLUMNS WITH THEIR POSITIONS IN THE EXTRACT RECORD.
001860*****************************************************************
001870 01  WS-SUM-CONTROLS.
001880     05  WS-GRP-COUNT             PIC 9(02) COMP.
001890     05  WS-GRP-ENTRY OCCURS 3 TIMES.
001900         10  WS-GRP-COLUMN        PIC X(30).
001910         10  WS-GRP-POS           PIC 9(02) COMP.
001920     05  WS-AMT-COUNT             PIC 9(02) COMP.
001930     05  WS-AMT-SUB               PIC 9(02) COMP.
001940     05  WS-AMT-ENTRY OCCURS 8 TIMES.
001950         10  WS-AMT-COLUMN        PIC X(30).
001960         10  WS-AMT-POS           PIC 9(02) COMP.
001970*****************************************************************
001980*    RUNNING TOTALS -- ENTRY 1 IS THE GRAND TOTAL, ENTRY K+1 THE
001990*    GROUP OF CONTROL LEVEL K.  A GROUP'S TOTALS ARE ROLLED INTO
002000*    THE NEXT LEVEL UP WHEN IT IS PRINTED.
002010*****************************************************************
002020 01  WS-TOTALS-AREA.
002030     05  WS-TOT-ENTRY OCCURS 4 TIMES.
002040         10  WS-TOT-ROWS          PIC 9(09).
002050         10  WS-TOT-SUM           PIC S9(13)V9(05) COMP-3
002060                                  OCCURS 8 TIMES.
002070*    THE GROUP IN HAND -- THE KEY OF THE LAST ROW RETURNED.
002080 01  WS-PREV-KEY.
002090     05  WS-PREV-GROUP OCCURS 3 TIMES.
002100         10  WS-PREV-GRP-FLAG     PIC X(01).
002110             88  WS-PREV-GRP-IS-NULL     VALUE '0'.
002120         10  WS-PREV-GRP-VALUE    PIC X(80).
002130*****************************************************************
002140*    CHECK FIGURES -- THE EXTRACT AS READ BEFORE THE SORT, AND
002150*    COBPGBAL'S EXTRACT COLUMN FROM THE COBPGBLR REPORT.
002160*****************************************************************
002170 01  WS-CHECK-AREA.
002180     05  WS-IN-ROWS               PIC 9(09).
002190     05  WS-IN-SUM                PIC S9(13)V9(05) COMP-3
002200                                  OCCURS 8 TIMES.
002210     05  WS-BAL-ROWS-SW           PIC X(01).
002220         88  WS-BAL-ROWS-FOUND           VALUE 'Y'.
002230     05  WS-BAL-ROWS              PIC S9(13)V9(05) COMP-3.
002240     05  WS-BAL-SUM-ENTRY OCCURS 8 TIMES.
002250         10  WS-BAL-SUM-SW        PIC X(01).
002260             88  WS-BAL-SUM-FOUND        VALUE 'Y'.
002270         10  WS-BAL-SUM           PIC S9(13)V9(05) COMP-3.
002280*****************************************************************
002290*    ONE GROUPING VALUE OR ONE TOTAL-COLUMN VALUE AS TAKEN FROM
002300*    THE CURRENT EXTRACT RECORD.
002310*****************************************************************
002320 01  WS-VALUE-WORK.
002330     05  WS-GRP-TEXT              PIC X(80).
002340     05  WS-GRP-NULL-SW           PIC X(01).
002350         88  WS-GRP-NULL                 VALUE 'Y'.
002360     05  WS-GRP-NUM               PIC S9(15)V9(05) COMP-3.
002370     05  WS-GRP-EDIT              PIC -(15)9.9(5).
002380     05  WS-GRP-CUT               PIC 9(02) COMP.
002390     05  WS-AMT-VALUE             PIC S9(13)V9(05) COMP-3.
002400     05  WS-AMT-SW                PIC X(01).
002410         88  WS-AMT-OK                   VALUE ' '.
002420         88  WS-AMT-NULL                 VALUE 'N'.
002430         88  WS-AMT-BAD                  VALUE 'E'.
002440*****************************************************************
002450*    THE TYPED-RECORD LAYOUT OF THE CURRENT STANZA, READ BACK
002460*    FROM THE "LAYFILE=" DESCRIPTION FILE COBPG EMITS -- ONE
002470*    ENTRY PER "COLUMNS=" POSITION, IN FILE ORDER.
002480*****************************************************************
002490 01  WS-LAYC-AREA.
002500     05  WS-LAYC-COUNT            PIC 9(02) COMP.
002510     05  WS-LAYC-ENTRY OCCURS 20 TIMES.
002520         10  WS-LAYC-NAME         PIC X(30).
002530         10  WS-LAYC-TYPE         PIC X(01).
002540         10  WS-LAYC-START        PIC 9(04) COMP.
002550         10  WS-LAYC-LEN          PIC 9(02) COMP.
002560         10  WS-LAYC-DEC          PIC 9(01).
002570 01  WS-LAY-TOKENS.
002580     05  WS-LAY-TOKEN             PIC X(44) OCCURS 7 TIMES.
002590     05  WS-LAY-TOK-SUB           PIC 9(02) COMP.
002600     05  WS-LAY-TOK-KEY           PIC X(10).
002610     05  WS-LAY-TOK-VALUE         PIC X(34).
002620     05  WS-LAY-TOK-EQ-POS        PIC 9(04) COMP.
002630*****************************************************************
002640*    A PACKED COLUMN SLICE DROPPED INTO THE LOW-ORDER BYTES OF
002650*    A ZEROED S9(18) COMP-3 READS BACK AS THE SCALED INTEGER --
002660*    THE REVERSE OF THE MOVE THE TYPED WRITER IN COBPG DOES.
002670*****************************************************************
002680 01  WS-TYP-PACK-AREA.
002690     05  WS-TYP-P18               PIC S9(18) COMP-3.
002700 01  WS-TYP-PACK-X REDEFINES WS-TYP-PACK-AREA
002710                                  PIC X(10).
002720 01  WS-TYP-WORK.
002730     05  WS-TYP-X-OFF             PIC 9(02) COMP.
002740     05  WS-TYP-MULT              PIC 9(06) COMP.
002750     05  WS-TYP-DEC-WK            PIC 9(01).
002760     05  WS-TYP-SLOT-START        PIC 9(04) COMP.
002770     05  WS-TYP-SLOT-LEN          PIC 9(02) COMP.
002780     05  WS-TYP-SW-POS            PIC 9(04) COMP.
002790     05  WS-TYP-DATE-NUM          PIC 9(08).
002800*****************************************************************
002810*    DECIMAL-DIGIT COUNT OF A "PIC=" TEXT FROM THE LAYOUT FILE
002820*    ("S9(13)V99", "S9(7)V9(2)" AND FRIENDS).
002830*****************************************************************
002840 01  WS-PICP-WORK.
002850     05  WS-PICP-FIELD            PIC X(20).
002860     05  WS-PICP-SUB              PIC 9(02) COMP.
002870     05  WS-PICP-CHAR             PIC X(01).
002880     05  WS-PICP-DEC              PIC 9(04) COMP.
002890     05  WS-PICP-REPEAT           PIC 9(04) COMP.
002900     05  WS-PICP-DONE-SW          PIC X(01).
002910         88  WS-PICP-DONE                 VALUE 'Y'.
002920*****************************************************************
002930*    DECIMAL PARSE WORK FIELDS -- SAME PARSE AS COBPGBAL, SO AN
002940*    EXTRACT VALUE IS ADDED EXACTLY THE WAY THE BALANCING STEP
002950*    ADDS IT.
002960*****************************************************************
002970 01  WS-PARSE-WORK.
002980     05  WS-PARSE-FIELD           PIC X(80).
002990     05  WS-PARSE-VALUE           PIC S9(13)V9(05) COMP-3.
003000     05  WS-PARSE-INT             PIC S9(18) COMP-3.
003010     05  WS-PARSE-DIV             PIC 9(06) COMP.
003020     05  WS-PARSE-SCALE           PIC 9(02) COMP.
003030     05  WS-PARSE-SUB             PIC 9(04) COMP.
003040     05  WS-PARSE-LEN             PIC 9(04) COMP.
003050     05  WS-PARSE-CHAR            PIC X(01).
003060     05  WS-PARSE-DIGIT           PIC 9(01).
003070     05  WS-PARSE-NEG-SW          PIC X(01).
003080         88  WS-PARSE-NEG                 VALUE 'Y'.
003090     05  WS-PARSE-DOT-SW          PIC X(01).
003100         88  WS-PARSE-DOT-SEEN            VALUE 'Y'.
003110     05  WS-PARSE-DIGITS          PIC 9(04) COMP.
003120     05  WS-PARSE-OK-SW           PIC X(01).
003130         88  WS-PARSE-OK                  VALUE 'Y'.
003140*****************************************************************
003150*    ONE ENTRY PER "TABLE=" STANZA IN COBPGPRM -- THE SAME
003160*    PER-STANZA CONTROLS COBPGBAL CARRIES, PLUS "SUMBY=" AND
003170*    "SUMCOLS=".
003180*****************************************************************
003190 01  WS-STANZA-AREA.
003200     05  WS-STANZA-COUNT          PIC 9(02) COMP VALUE 0.
003210     05  WS-STANZA-SUB            PIC 9(02) COMP.
003220     05  WS-STANZA-ENTRY OCCURS 32 TIMES.
003230         10  WS-STZ-TABLE         PIC X(30).
003240         10  WS-STZ-TABLE-SET-SW  PIC X(01).
003250             88  WS-STZ-TABLE-SET         VALUE 'Y'.
003260         10  WS-STZ-OUTPUT        PIC X(44).
003270         10  WS-STZ-FORMAT        PIC X(01).
003280             88  WS-STZ-FMT-FIXED         VALUE 'F'.
003290             88  WS-STZ-FMT-DELIMITED     VALUE 'D'.
003300         10  WS-STZ-TYPED-SW      PIC X(01).
003310             88  WS-STZ-TYPED             VALUE 'Y'.
003320         10  WS-STZ-LAYFILE       PIC X(44).
003330         10  WS-STZ-SUMBY         PIC X(160).
003340         10  WS-STZ-SUMCOLS       PIC X(160).
003350         10  WS-STZ-COL-COUNT     PIC 9(02) COMP.
003360         10  WS-STZ-COLUMN        PIC X(30) OCCURS 20 TIMES.
003370*****************************************************************
003380*    REPORT LINES.
003390*****************************************************************
003400 01  WS-HEADING-1.
003410     05  FILLER                  PIC X(23)
003420         VALUE "SUMMENBERICHT COBPGSUM ".
003430     05  WS-HD1-TS               PIC X(26).
003440     05  FILLER                  PIC X(72) VALUE SPACES.
003450     05  FILLER                  PIC X(06) VALUE "SEITE ".
003460     05  WS-HD1-PAGE             PIC Z(04)9.
003470 01  WS-HEADING-2.
003480     05  FILLER                  PIC X(09) VALUE "TABELLE: ".
003490     05  WS-HD2-TABLE            PIC X(30).
003500     05  FILLER                  PIC X(08) VALUE " DATEI: ".
003510     05  WS-HD2-OUTPUT           PIC X(44).
003520     05  FILLER                  PIC X(41) VALUE SPACES.
003530 01  WS-HEADING-3.
003540     05  FILLER                  PIC X(16)
003550         VALUE "GRUPPIERT NACH: ".
003560     05  WS-HD3-GROUPS           PIC X(116).
003570 01  WS-HEADING-4.
003580     05  WS-HD4-LABEL            PIC X(36).
003590     05  FILLER                  PIC X(01) VALUE SPACES.
003600     05  WS-HD4-ROWS             PIC X(11).
003610     05  WS-HD4-AMT OCCURS 4 TIMES.
003620         10  FILLER              PIC X(01).
003630         10  WS-HD4-AMT-NAME     PIC X(20).
003640 01  WS-SUM-LINE.
003650     05  WS-SL-LABEL             PIC X(36).
003660     05  FILLER                  PIC X(01).
003670     05  WS-SL-ROWS              PIC Z(10)9.
003680     05  WS-SL-ROWS-X REDEFINES WS-SL-ROWS
003690                                 PIC X(11).
003700     05  WS-SL-AMT-ENTRY OCCURS 4 TIMES.
003710         10  FILLER              PIC X(01).
003720         10  WS-SL-AMT           PIC -(13)9.9(5).
003730 01  WS-CHECK-HEADING.
003740     05  FILLER                  PIC X(30) VALUE "MESSGROESSE".
003750     05  FILLER                  PIC X(01) VALUE SPACES.
003760     05  FILLER                  PIC X(21)
003770         VALUE "              BERICHT".
003780     05  FILLER                  PIC X(01) VALUE SPACES.
003790     05  FILLER                  PIC X(21)
003800         VALUE "              EXTRAKT".
003810     05  FILLER                  PIC X(01) VALUE SPACES.
003820     05  FILLER                  PIC X(21)
003830         VALUE "   COBPGBAL (EXTRAKT)".
003840     05  FILLER                  PIC X(01) VALUE SPACES.
003850     05  FILLER                  PIC X(02) VALUE "FL".
003860     05  FILLER                  PIC X(33) VALUE SPACES.
003870 01  WS-CHECK-LINE.
003880     05  WS-CHK-MEASURE          PIC X(30).
003890     05  FILLER                  PIC X(01).
003900     05  WS-CHK-REPORT           PIC -(14)9.9(5).
003910     05  FILLER                  PIC X(01).
003920     05  WS-CHK-EXTRACT          PIC -(14)9.9(5).
003930     05  FILLER                  PIC X(01).
003940     05  WS-CHK-BAL              PIC -(14)9.9(5).
003950     05  WS-CHK-BAL-X REDEFINES WS-CHK-BAL
003960                                 PIC X(21).
003970     05  FILLER                  PIC X(01).
003980     05  WS-CHK-FLAG             PIC X(02).
003990     05  FILLER                  PIC X(33).
004000 PROCEDURE DIVISION.
004010*----------------------------------------------------------------
004020 0000-MAINLINE.
004030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004040     IF WS-RETURN-CODE = 0
004050         PERFORM 6000-SUMMARIZE-STANZA THRU 6000-EXIT
004060             VARYING WS-STANZA-SUB FROM 1 BY 1
004070             UNTIL WS-STANZA-SUB > WS-STANZA-COUNT
004080                OR WS-RETURN-CODE = 8
004090     END-IF
004100     PERFORM 4000-TERMINATE THRU 4000-EXIT
004110     STOP RUN RETURNING WS-RETURN-CODE.
004120*----------------------------------------------------------------
004130 1000-INITIALIZE.
004140     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
004150     ACCEPT WS-SYS-TIME FROM TIME
004160     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
004170     MOVE WS-FMT-TS TO WS-RUN-TS
004180     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
004190     IF WS-RETURN-CODE NOT = 0
004200         GO TO 1000-EXIT
004210     END-IF
004220     IF WS-STANZA-COUNT = 0
004230         DISPLAY "COBPGSUM: KEINE STANZAS IN COBPGPRM"
004240             UPON SYSERR
004250         MOVE 8 TO WS-RETURN-CODE
004260         GO TO 1000-EXIT
004270     END-IF
004280     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
004290 1000-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 1010-FORMAT-TIMESTAMP.
004330     MOVE SPACES TO WS-FMT-TS
004340     STRING
004350         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
004360         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
004370         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
004380         DELIMITED BY SIZE
004390         INTO WS-FMT-TS
004400     END-STRING.
004410 1010-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------
004440*    READ THE CONTROL PARAMETERS.  THE STANZA RULES ARE THE SAME
004450*    AS IN COBPG; "SUMBY=" AND "SUMCOLS=" APPLY TO THE STANZA
004460*    MOST RECENTLY STARTED.
004470*----------------------------------------------------------------
004480 1100-READ-PARAMETERS.
004490     MOVE 'N' TO WS-PRM-EOF-SW
004500     OPEN INPUT PRM-FILE
004510     IF WS-PRM-FILE-STATUS NOT = "00"
004520         DISPLAY "COBPGSUM: COBPGPRM NICHT GEFUNDEN" UPON SYSERR
004530         MOVE 8 TO WS-RETURN-CODE
004540         GO TO 1100-EXIT
004550     END-IF
004560     PERFORM 1110-READ-PRM-RECORD THRU 1110-EXIT
004570         UNTIL WS-PRM-EOF OR WS-RETURN-CODE NOT = 0
004580     CLOSE PRM-FILE.
004590 1100-EXIT.
004600     EXIT.
004610 1110-READ-PRM-RECORD.
004620     READ PRM-FILE
004630         AT END
004640             SET WS-PRM-EOF TO TRUE
004650             GO TO 1110-EXIT
004660     END-READ
004670     IF PRM-RECORD = SPACES OR PRM-RECORD(1:1) = "*"
004680         GO TO 1110-EXIT
004690     END-IF
004700     MOVE 0 TO WS-PRM-EQ-POS
004710     INSPECT PRM-RECORD TALLYING WS-PRM-EQ-POS
004720         FOR CHARACTERS BEFORE INITIAL "="
004730     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF PRM-RECORD
004740         GO TO 1110-EXIT
004750     END-IF
004760     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
004770     MOVE PRM-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
004780     MOVE PRM-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
004790     EVALUATE WS-PRM-KEY
004800         WHEN "TABLE"
004810             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
004820             IF WS-STZ-TABLE-SET(WS-STANZA-COUNT)
004830                 PERFORM 1140-NEW-STANZA THRU 1140-EXIT
004840             END-IF
004850             MOVE WS-PRM-VALUE(1:30)
004860                 TO WS-STZ-TABLE(WS-STANZA-COUNT)
004870             SET WS-STZ-TABLE-SET(WS-STANZA-COUNT) TO TRUE
004880         WHEN "COLUMNS"
004890             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
004900             MOVE WS-PRM-VALUE TO WS-COLUMNS-VALUE
004910             PERFORM 1120-PARSE-COLUMNS THRU 1120-EXIT
004920         WHEN "OUTPUT"
004930             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
004940             MOVE WS-PRM-VALUE(1:44)
004950                 TO WS-STZ-OUTPUT(WS-STANZA-COUNT)
004960         WHEN "FORMAT"
004970             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
004980             IF WS-PRM-VALUE(1:9) = "DELIMITED"
004990                 MOVE 'D' TO WS-STZ-FORMAT(WS-STANZA-COUNT)
005000             ELSE
005010                 MOVE 'F' TO WS-STZ-FORMAT(WS-STANZA-COUNT)
005020             END-IF
005030         WHEN "COLTYPE"
005040             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
005050             SET WS-STZ-TYPED(WS-STANZA-COUNT) TO TRUE
005060         WHEN "LAYFILE"
005070             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
005080             MOVE WS-PRM-VALUE(1:44)
005090                 TO WS-STZ-LAYFILE(WS-STANZA-COUNT)
005100         WHEN "SUMBY"
005110             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
005120             MOVE WS-PRM-VALUE
005130                 TO WS-STZ-SUMBY(WS-STANZA-COUNT)
005140         WHEN "SUMCOLS"
005150             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
005160             MOVE WS-PRM-VALUE
005170                 TO WS-STZ-SUMCOLS(WS-STANZA-COUNT)
005180         WHEN OTHER
005190             CONTINUE
005200     END-EVALUATE.
005210 1110-EXIT.
005220     EXIT.
005230*----------------------------------------------------------------
005240 1120-PARSE-COLUMNS.
005250     MOVE 0 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
005260     MOVE 1 TO WS-TOK-PTR
005270     PERFORM 1130-PARSE-ONE-COLUMN THRU 1130-EXIT
005280         UNTIL WS-TOK-PTR > 160
005290            OR WS-STZ-COL-COUNT(WS-STANZA-COUNT) = 20.
005300 1120-EXIT.
005310     EXIT.
005320 1130-PARSE-ONE-COLUMN.
005330     ADD 1 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
005340     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
005350         INTO WS-STZ-COLUMN(WS-STANZA-COUNT,
005360             WS-STZ-COL-COUNT(WS-STANZA-COUNT))
005370         WITH POINTER WS-TOK-PTR
005380     END-UNSTRING.
005390 1130-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420 1135-ENSURE-STANZA.
005430     IF WS-STANZA-COUNT = 0
005440         PERFORM 1140-NEW-STANZA THRU 1140-EXIT
005450     END-IF.
005460 1135-EXIT.
005470     EXIT.
005480 1140-NEW-STANZA.
005490     IF WS-STANZA-COUNT = 32
005500         DISPLAY "COBPGSUM: MEHR ALS 32 STANZAS IN COBPGPRM"
005510             UPON SYSERR
005520         MOVE 8 TO WS-RETURN-CODE
005530         GO TO 1140-EXIT
005540     END-IF
005550     ADD 1 TO WS-STANZA-COUNT
005560     MOVE "tabelle"  TO WS-STZ-TABLE(WS-STANZA-COUNT)
005570     MOVE 'N'        TO WS-STZ-TABLE-SET-SW(WS-STANZA-COUNT)
005580     MOVE "COBPGOUT" TO WS-STZ-OUTPUT(WS-STANZA-COUNT)
005590     MOVE 'F'        TO WS-STZ-FORMAT(WS-STANZA-COUNT)
005600     MOVE 'N'        TO WS-STZ-TYPED-SW(WS-STANZA-COUNT)
005610     MOVE "COBPGLAY" TO WS-STZ-LAYFILE(WS-STANZA-COUNT)
005620     MOVE SPACES     TO WS-STZ-SUMBY(WS-STANZA-COUNT)
005630     MOVE SPACES     TO WS-STZ-SUMCOLS(WS-STANZA-COUNT)
005640     MOVE 0          TO WS-STZ-COL-COUNT(WS-STANZA-COUNT).
005650 1140-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680 1400-OPEN-FILES.
005690     OPEN OUTPUT RPT-FILE
005700     IF WS-RPT-FILE-STATUS NOT = "00"
005710         DISPLAY "COBPGSUM: COBPGSUR OPEN FEHLER "
005720             WS-RPT-FILE-STATUS UPON SYSERR
005730         MOVE 8 TO WS-RETURN-CODE
005740         GO TO 1400-EXIT
005750     END-IF
005760     OPEN EXTEND LOG-FILE
005770     IF WS-LOG-FILE-STATUS NOT = "00"
005780         OPEN OUTPUT LOG-FILE
005790         IF WS-LOG-FILE-STATUS NOT = "00"
005800             DISPLAY "COBPGSUM: COBPGLOG OPEN FEHLER "
005810                 WS-LOG-FILE-STATUS UPON SYSERR
005820             MOVE 8 TO WS-RETURN-CODE
005830         END-IF
005840     END-IF.
005850 1400-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880*    ONE STANZA, FRONT TO BACK -- RESOLVE THE REPORT COLUMNS,
005890*    PICK UP COBPGBAL'S FIGURES, SORT AND PRINT THE EXTRACT, AND
005900*    CLOSE WITH THE CHECK.  STANZAS WITHOUT "SUMBY=" HAVE NO
005910*    REPORT; A DELIMITED STANZA IS REPORTED AND SKIPPED -- THE
005920*    REPORT READS THE FIXED OR TYPED RECORD.
005930*----------------------------------------------------------------
005940 6000-SUMMARIZE-STANZA.
005950     IF WS-STZ-SUMBY(WS-STANZA-SUB) = SPACES
005960         GO TO 6000-EXIT
005970     END-IF
005980     IF WS-STZ-FMT-DELIMITED(WS-STANZA-SUB)
005990         DISPLAY "COBPGSUM: FORMAT=DELIMITED WIRD NICHT "
006000             "AUSGEWERTET -- " WS-STZ-TABLE(WS-STANZA-SUB)
006010             UPON SYSOUT
006020         GO TO 6000-EXIT
006030     END-IF
006040     IF WS-STZ-TYPED(WS-STANZA-SUB)
006050         SET WS-CUR-TYPED TO TRUE
006060         MOVE WS-STZ-LAYFILE(WS-STANZA-SUB) TO WS-CUR-LAYFILE
006070     ELSE
006080         MOVE 'N' TO WS-CUR-TYPED-SW
006090     END-IF
006100     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
006110     ACCEPT WS-SYS-TIME FROM TIME
006120     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
006130     MOVE WS-FMT-TS TO WS-STZ-START-TS
006140     MOVE 0 TO WS-STANZA-RC WS-EXT-COUNT WS-PARSE-ERRORS
006150     MOVE WS-STZ-TABLE(WS-STANZA-SUB) TO CTLP-TABLE-NAME
006160     MOVE WS-STZ-OUTPUT(WS-STANZA-SUB) TO WS-CUR-OUTPUT-NAME
006170     PERFORM 6050-RESOLVE-CONTROLS THRU 6050-EXIT
006180     IF WS-RETURN-CODE = 8
006190         GO TO 6000-LOG
006200     END-IF
006210     IF WS-CUR-TYPED
006220         PERFORM 6400-READ-LAYOUT THRU 6400-EXIT
006230         IF WS-RETURN-CODE = 8
006240             GO TO 6000-LOG
006250         END-IF
006260     END-IF
006270     PERFORM 6080-READ-BALANCE-REPORT THRU 6080-EXIT
006280     PERFORM 6010-CLEAR-TOTALS THRU 6010-EXIT
006290         VARYING WS-AMT-SUB FROM 1 BY 1
006300         UNTIL WS-AMT-SUB > 8
006310     IF WS-CUR-TYPED
006320         DISPLAY "DD_COBPGTYP" UPON ENVIRONMENT-NAME
006330         DISPLAY WS-CUR-OUTPUT-NAME UPON ENVIRONMENT-VALUE
006340         OPEN INPUT TYP-FILE
006350         MOVE WS-TYP-FILE-STATUS TO WS-EXT-FILE-STATUS
006360     ELSE
006370         DISPLAY "DD_COBPGOUT" UPON ENVIRONMENT-NAME
006380         DISPLAY WS-CUR-OUTPUT-NAME UPON ENVIRONMENT-VALUE
006390         OPEN INPUT EXT-FILE
006400     END-IF
006410     IF WS-EXT-FILE-STATUS NOT = "00"
006420         DISPLAY "COBPGSUM: EXTRAKT NICHT GEFUNDEN -- "
006430             WS-CUR-OUTPUT-NAME UPON SYSERR
006440         MOVE 8 TO WS-RETURN-CODE
006450         GO TO 6000-LOG
006460     END-IF
006470     PERFORM 3150-NEW-PAGE THRU 3150-EXIT
006480     SORT SRT-FILE
006490         ON ASCENDING KEY SRT-KEY
006500         INPUT PROCEDURE IS 6100-READ-EXTRACT THRU 6100-EXIT
006510         OUTPUT PROCEDURE IS 6200-PRINT-GROUPS THRU 6200-EXIT
006520     IF WS-CUR-TYPED
006530         CLOSE TYP-FILE
006540     ELSE
006550         CLOSE EXT-FILE
006560     END-IF
006570     IF WS-RETURN-CODE = 8
006580         GO TO 6000-LOG
006590     END-IF
006600     PERFORM 6300-CHECK-TOTALS THRU 6300-EXIT
006610     ADD 1 TO WS-STANZAS-REPORTED.
006620 6000-LOG.
006630     PERFORM 4200-WRITE-RUN-LOG THRU 4200-EXIT.
006640 6000-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670 6010-CLEAR-TOTALS.
006680     MOVE 0 TO WS-IN-SUM(WS-AMT-SUB)
006690     PERFORM VARYING WS-LVL-SUB FROM 1 BY 1
006700         UNTIL WS-LVL-SUB > 4
006710         MOVE 0 TO WS-TOT-ROWS(WS-LVL-SUB)
006720                   WS-TOT-SUM(WS-LVL-SUB, WS-AMT-SUB)
006730     END-PERFORM.
006740 6010-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770*    "SUMBY=" TAKES ONE TO THREE COLUMNS, "SUMCOLS=" UP TO
006780*    EIGHT; EVERY ONE MUST APPEAR IN THE STANZA'S "COLUMNS="
006790*    LIST -- THE POSITION TELLS US WHICH SLOT TO READ.
006800*----------------------------------------------------------------
006810 6050-RESOLVE-CONTROLS.
006820     MOVE 0 TO WS-GRP-COUNT WS-AMT-COUNT
006830     MOVE WS-STZ-SUMBY(WS-STANZA-SUB) TO WS-COLUMNS-VALUE
006840     MOVE 1 TO WS-TOK-PTR
006850     PERFORM 6060-RESOLVE-ONE-GROUP THRU 6060-EXIT
006860         UNTIL WS-TOK-PTR > 160
006870            OR WS-RETURN-CODE = 8
006880     IF WS-RETURN-CODE = 8
006890         GO TO 6050-EXIT
006900     END-IF
006910     IF WS-GRP-COUNT = 0
006920         DISPLAY "COBPGSUM: SUMBY= OHNE SPALTE -- "
006930             CTLP-TABLE-NAME UPON SYSERR
006940         MOVE 8 TO WS-RETURN-CODE
006950         GO TO 6050-EXIT
006960     END-IF
006970     IF WS-STZ-SUMCOLS(WS-STANZA-SUB) = SPACES
006980         GO TO 6050-EXIT
006990     END-IF
007000     MOVE WS-STZ-SUMCOLS(WS-STANZA-SUB) TO WS-COLUMNS-VALUE
007010     MOVE 1 TO WS-TOK-PTR
007020     PERFORM 6070-RESOLVE-ONE-AMOUNT THRU 6070-EXIT
007030         UNTIL WS-TOK-PTR > 160
007040            OR WS-RETURN-CODE = 8.
007050 6050-EXIT.
007060     EXIT.
007070 6060-RESOLVE-ONE-GROUP.
007080     MOVE SPACES TO WS-FIND-NAME
007090     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
007100         INTO WS-FIND-NAME
007110         WITH POINTER WS-TOK-PTR
007120     END-UNSTRING
007130     IF WS-FIND-NAME = SPACES
007140         GO TO 6060-EXIT
007150     END-IF
007160     IF WS-GRP-COUNT = 3
007170         DISPLAY "COBPGSUM: SUMBY= HOECHSTENS 3 SPALTEN -- "
007180             CTLP-TABLE-NAME UPON SYSERR
007190         MOVE 8 TO WS-RETURN-CODE
007200         GO TO 6060-EXIT
007210     END-IF
007220     PERFORM 6090-FIND-COLUMN THRU 6090-EXIT
007230     IF WS-FIND-POS = 0
007240         DISPLAY "COBPGSUM: SUMBY-SPALTE NICHT IN COLUMNS -- "
007250             WS-FIND-NAME UPON SYSERR
007260         MOVE 8 TO WS-RETURN-CODE
007270         GO TO 6060-EXIT
007280     END-IF
007290     ADD 1 TO WS-GRP-COUNT
007300     MOVE WS-FIND-NAME TO WS-GRP-COLUMN(WS-GRP-COUNT)
007310     MOVE WS-FIND-POS  TO WS-GRP-POS(WS-GRP-COUNT).
007320 6060-EXIT.
007330     EXIT.
007340 6070-RESOLVE-ONE-AMOUNT.
007350     MOVE SPACES TO WS-FIND-NAME
007360     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
007370         INTO WS-FIND-NAME
007380         WITH POINTER WS-TOK-PTR
007390     END-UNSTRING
007400     IF WS-FIND-NAME = SPACES
007410         GO TO 6070-EXIT
007420     END-IF
007430     IF WS-AMT-COUNT = 8
007440         DISPLAY "COBPGSUM: SUMCOLS= HOECHSTENS 8 SPALTEN -- "
007450             CTLP-TABLE-NAME UPON SYSERR
007460         MOVE 8 TO WS-RETURN-CODE
007470         GO TO 6070-EXIT
007480     END-IF
007490     PERFORM 6090-FIND-COLUMN THRU 6090-EXIT
007500     IF WS-FIND-POS = 0
007510         DISPLAY "COBPGSUM: SUMCOLS-SPALTE NICHT IN COLUMNS -- "
007520             WS-FIND-NAME UPON SYSERR
007530         MOVE 8 TO WS-RETURN-CODE
007540         GO TO 6070-EXIT
007550     END-IF
007560     ADD 1 TO WS-AMT-COUNT
007570     MOVE WS-FIND-NAME TO WS-AMT-COLUMN(WS-AMT-COUNT)
007580     MOVE WS-FIND-POS  TO WS-AMT-POS(WS-AMT-COUNT).
007590 6070-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620*    POSITION OF WS-FIND-NAME IN THE STANZA'S "COLUMNS=" LIST
007630*    (ZERO: NOT THERE).
007640*----------------------------------------------------------------
007650 6090-FIND-COLUMN.
007660     MOVE 0 TO WS-FIND-POS
007670     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007680         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
007690         IF WS-FIND-NAME
007700             = WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
007710             MOVE WS-COL-SUB TO WS-FIND-POS
007720         END-IF
007730     END-PERFORM.
007740 6090-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770*    COBPGBAL'S EXTRACT-SIDE FIGURES FOR THIS TABLE AND FILE,
007780*    TAKEN FROM ITS COBPGBLR REPORT -- THE "ZEILEN" LINE AND THE
007790*    "SUMME <COLUMN>" LINES OF THE MATCHING SECTION.  NO REPORT,
007800*    NO SECTION OR A COLUMN COBPGBAL DID NOT BALANCE LEAVES THE
007810*    FIGURE MISSING; THE CHECK THEN SAYS SO.
007820*----------------------------------------------------------------
007830 6080-READ-BALANCE-REPORT.
007840     MOVE 'N' TO WS-BAL-ROWS-SW WS-BLR-IN-STANZA-SW
007850     MOVE 0 TO WS-BAL-ROWS
007860     PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
007870         UNTIL WS-AMT-SUB > 8
007880         MOVE 'N' TO WS-BAL-SUM-SW(WS-AMT-SUB)
007890         MOVE 0 TO WS-BAL-SUM(WS-AMT-SUB)
007900     END-PERFORM
007910     OPEN INPUT BLR-FILE
007920     IF WS-BLR-FILE-STATUS NOT = "00"
007930         GO TO 6080-EXIT
007940     END-IF
007950     MOVE 'N' TO WS-BLR-EOF-SW
007960     PERFORM 6085-READ-ONE-BLR-LINE THRU 6085-EXIT
007970         UNTIL WS-BLR-EOF
007980     CLOSE BLR-FILE.
007990 6080-EXIT.
008000     EXIT.
008010 6085-READ-ONE-BLR-LINE.
008020     READ BLR-FILE
008030         AT END
008040             SET WS-BLR-EOF TO TRUE
008050             GO TO 6085-EXIT
008060     END-READ
008070     IF BLR-HD2-LITERAL = "TABELLE: "
008080         IF BLR-HD2-TABLE = CTLP-TABLE-NAME
008090             AND BLR-HD2-OUTPUT = WS-CUR-OUTPUT-NAME
008100             SET WS-BLR-IN-STANZA TO TRUE
008110         ELSE
008120             MOVE 'N' TO WS-BLR-IN-STANZA-SW
008130         END-IF
008140         GO TO 6085-EXIT
008150     END-IF
008160     IF NOT WS-BLR-IN-STANZA
008170         GO TO 6085-EXIT
008180     END-IF
008190     MOVE 0 TO WS-LEAD-SPACES
008200     INSPECT BLR-EX TALLYING WS-LEAD-SPACES FOR LEADING SPACES
008210     IF WS-LEAD-SPACES >= LENGTH OF BLR-EX
008220         GO TO 6085-EXIT
008230     END-IF
008240     MOVE SPACES TO WS-PARSE-FIELD
008250     MOVE BLR-EX(WS-LEAD-SPACES + 1:) TO WS-PARSE-FIELD
008260     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
008270     IF NOT WS-PARSE-OK
008280         GO TO 6085-EXIT
008290     END-IF
008300     IF BLR-MEASURE = "ZEILEN"
008310         MOVE WS-PARSE-VALUE TO WS-BAL-ROWS
008320         SET WS-BAL-ROWS-FOUND TO TRUE
008330         GO TO 6085-EXIT
008340     END-IF
008350     IF BLR-MEASURE(1:6) NOT = "SUMME "
008360         GO TO 6085-EXIT
008370     END-IF
008380     PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
008390         UNTIL WS-AMT-SUB > WS-AMT-COUNT
008400         IF BLR-MEASURE(7:24) = WS-AMT-COLUMN(WS-AMT-SUB)
008410             MOVE WS-PARSE-VALUE TO WS-BAL-SUM(WS-AMT-SUB)
008420             SET WS-BAL-SUM-FOUND(WS-AMT-SUB) TO TRUE
008430         END-IF
008440     END-PERFORM.
008450 6085-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------
008480*    SORT INPUT PROCEDURE -- ONE PASS OVER THE EXTRACT.  EVERY
008490*    ROW GOES TO THE SORT WITH ITS GROUPING VALUES AND PARSED
008500*    TOTAL COLUMNS, AND IS ADDED UP ON THE WAY IN FOR THE
008510*    CLOSING CHECK.
008520*----------------------------------------------------------------
008530 6100-READ-EXTRACT.
008540     MOVE 'N' TO WS-EXT-EOF-SW
008550     MOVE 0 TO WS-IN-ROWS
008560     PERFORM 6110-RELEASE-ONE-ROW THRU 6110-EXIT
008570         UNTIL WS-EXT-EOF OR WS-RETURN-CODE = 8.
008580 6100-EXIT.
008590     EXIT.
008600 6110-RELEASE-ONE-ROW.
008610     IF WS-CUR-TYPED
008620         READ TYP-FILE
008630             AT END
008640                 SET WS-EXT-EOF TO TRUE
008650         END-READ
008660     ELSE
008670         READ EXT-FILE
008680             AT END
008690                 SET WS-EXT-EOF TO TRUE
008700         END-READ
008710     END-IF
008720     IF WS-EXT-EOF
008730         GO TO 6110-EXIT
008740     END-IF
008750     ADD 1 TO WS-IN-ROWS
008760     MOVE SPACES TO SRT-KEY
008770     PERFORM 6120-TAKE-ONE-GROUP THRU 6120-EXIT
008780         VARYING WS-LVL FROM 1 BY 1
008790         UNTIL WS-LVL > WS-GRP-COUNT
008800     PERFORM 6130-TAKE-ONE-AMOUNT THRU 6130-EXIT
008810         VARYING WS-AMT-SUB FROM 1 BY 1
008820         UNTIL WS-AMT-SUB > 8
008830     RELEASE SRT-RECORD.
008840 6110-EXIT.
008850     EXIT.
008860 6120-TAKE-ONE-GROUP.
008870     MOVE WS-GRP-POS(WS-LVL) TO WS-COL-SUB
008880     IF WS-CUR-TYPED
008890         PERFORM 6150-TYPED-GROUP-VALUE THRU 6150-EXIT
008900     ELSE
008910         MOVE OUT-FIELD(WS-COL-SUB) TO WS-GRP-TEXT
008920         MOVE OUT-NULL-SW(WS-COL-SUB) TO WS-GRP-NULL-SW
008930     END-IF
008940     IF WS-GRP-NULL
008950         MOVE '0' TO SRT-GRP-FLAG(WS-LVL)
008960         MOVE SPACES TO SRT-GRP-VALUE(WS-LVL)
008970     ELSE
008980         MOVE '1' TO SRT-GRP-FLAG(WS-LVL)
008990         MOVE WS-GRP-TEXT TO SRT-GRP-VALUE(WS-LVL)
009000     END-IF.
009010 6120-EXIT.
009020     EXIT.
009030 6130-TAKE-ONE-AMOUNT.
009040     MOVE 0 TO SRT-AMT-VALUE(WS-AMT-SUB)
009050     MOVE 'N' TO SRT-AMT-SW(WS-AMT-SUB)
009060     IF WS-AMT-SUB > WS-AMT-COUNT
009070         GO TO 6130-EXIT
009080     END-IF
009090     MOVE WS-AMT-POS(WS-AMT-SUB) TO WS-COL-SUB
009100     IF WS-CUR-TYPED
009110         PERFORM 6160-TYPED-AMOUNT THRU 6160-EXIT
009120     ELSE
009130         PERFORM 6140-FIXED-AMOUNT THRU 6140-EXIT
009140     END-IF
009150     MOVE WS-AMT-SW TO SRT-AMT-SW(WS-AMT-SUB)
009160     IF WS-AMT-BAD
009170         ADD 1 TO WS-PARSE-ERRORS
009180     END-IF
009190     IF NOT WS-AMT-OK
009200         GO TO 6130-EXIT
009210     END-IF
009220     MOVE WS-AMT-VALUE TO SRT-AMT-VALUE(WS-AMT-SUB)
009230     ADD WS-AMT-VALUE TO WS-IN-SUM(WS-AMT-SUB)
009240         ON SIZE ERROR
009250             DISPLAY "COBPGSUM: SUMMENUEBERLAUF -- "
009260                 WS-AMT-COLUMN(WS-AMT-SUB) UPON SYSERR
009270             MOVE 8 TO WS-RETURN-CODE
009280     END-ADD.
009290 6130-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320*    A FIXED-FORMAT TOTAL COLUMN -- NULL SKIPPED, THE TEXT PARSED
009330*    AS COBPGBAL PARSES IT.
009340*----------------------------------------------------------------
009350 6140-FIXED-AMOUNT.
009360     MOVE 0 TO WS-AMT-VALUE
009370     IF OUT-IS-NULL(WS-COL-SUB)
009380         SET WS-AMT-NULL TO TRUE
009390         GO TO 6140-EXIT
009400     END-IF
009410     MOVE OUT-FIELD(WS-COL-SUB) TO WS-PARSE-FIELD
009420     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
009430     IF NOT WS-PARSE-OK
009440         SET WS-AMT-BAD TO TRUE
009450         GO TO 6140-EXIT
009460     END-IF
009470     MOVE WS-PARSE-VALUE TO WS-AMT-VALUE
009480     SET WS-AMT-OK TO TRUE.
009490 6140-EXIT.
009500     EXIT.
009510*----------------------------------------------------------------
009520*    A TYPED GROUPING VALUE, AS PRINTED: A CHARACTER SLOT AS IT
009530*    STANDS, A PACKED COLUMN RIGHT-ALIGNED WITH ITS OWN NUMBER
009540*    OF DECIMALS, A DATE AS YYYY-MM-DD.
009550*----------------------------------------------------------------
009560 6150-TYPED-GROUP-VALUE.
009570     MOVE SPACES TO WS-GRP-TEXT
009580     MOVE 'N' TO WS-GRP-NULL-SW
009590     MOVE WS-LAYC-START(WS-COL-SUB) TO WS-TYP-SLOT-START
009600     MOVE WS-LAYC-LEN(WS-COL-SUB)   TO WS-TYP-SLOT-LEN
009610     COMPUTE WS-TYP-SW-POS
009620         = WS-TYP-SLOT-START + WS-TYP-SLOT-LEN
009630     IF TYP-RECORD(WS-TYP-SW-POS:1) = 'Y'
009640         SET WS-GRP-NULL TO TRUE
009650         GO TO 6150-EXIT
009660     END-IF
009670     EVALUATE WS-LAYC-TYPE(WS-COL-SUB)
009680         WHEN 'N'
009690             PERFORM 6170-UNPACK-SLOT THRU 6170-EXIT
009700             COMPUTE WS-GRP-NUM = WS-TYP-P18 / WS-TYP-MULT
009710             MOVE WS-GRP-NUM TO WS-GRP-EDIT
009720             COMPUTE WS-GRP-CUT = 5 - WS-LAYC-DEC(WS-COL-SUB)
009730             IF WS-GRP-CUT = 5
009740                 MOVE 6 TO WS-GRP-CUT
009750             END-IF
009760             MOVE WS-GRP-EDIT(1:22 - WS-GRP-CUT)
009770                 TO WS-GRP-TEXT(WS-GRP-CUT + 1:22 - WS-GRP-CUT)
009780         WHEN 'D'
009790             MOVE TYP-RECORD(WS-TYP-SLOT-START:8)
009800                 TO WS-GRP-TEXT(1:8)
009810             IF TYP-RECORD(WS-TYP-SLOT-START:8) NUMERIC
009820                 MOVE SPACES TO WS-GRP-TEXT
009830                 STRING TYP-RECORD(WS-TYP-SLOT-START:4) "-"
009840                     TYP-RECORD(WS-TYP-SLOT-START + 4:2) "-"
009850                     TYP-RECORD(WS-TYP-SLOT-START + 6:2)
009860                     DELIMITED BY SIZE INTO WS-GRP-TEXT
009870                 END-STRING
009880             END-IF
009890         WHEN OTHER
009900             MOVE TYP-RECORD(WS-TYP-SLOT-START:80) TO WS-GRP-TEXT
009910     END-EVALUATE.
009920 6150-EXIT.
009930     EXIT.
009940*----------------------------------------------------------------
009950*    A TYPED TOTAL COLUMN, UNPACKED UNDER THE LAYOUT'S START,
009960*    LENGTH AND PICTURE EXACTLY AS COBPGBAL DOES IT: A PACKED
009970*    COLUMN CANNOT FAIL TO PARSE, A DATE ADDS AS ITS YYYYMMDD
009980*    NUMBER, A CHARACTER SLOT IS PARSED AS TEXT.
009990*----------------------------------------------------------------
010000 6160-TYPED-AMOUNT.
010010     MOVE 0 TO WS-AMT-VALUE
010020     MOVE WS-LAYC-START(WS-COL-SUB) TO WS-TYP-SLOT-START
010030     MOVE WS-LAYC-LEN(WS-COL-SUB)   TO WS-TYP-SLOT-LEN
010040     COMPUTE WS-TYP-SW-POS
010050         = WS-TYP-SLOT-START + WS-TYP-SLOT-LEN
010060     IF TYP-RECORD(WS-TYP-SW-POS:1) = 'Y'
010070         SET WS-AMT-NULL TO TRUE
010080         GO TO 6160-EXIT
010090     END-IF
010100     SET WS-AMT-OK TO TRUE
010110     EVALUATE WS-LAYC-TYPE(WS-COL-SUB)
010120         WHEN 'N'
010130             PERFORM 6170-UNPACK-SLOT THRU 6170-EXIT
010140             COMPUTE WS-AMT-VALUE = WS-TYP-P18 / WS-TYP-MULT
010150                 ON SIZE ERROR
010160                     DISPLAY "COBPGSUM: SUMMENUEBERLAUF -- "
010170                         WS-AMT-COLUMN(WS-AMT-SUB) UPON SYSERR
010180                     MOVE 8 TO WS-RETURN-CODE
010190             END-COMPUTE
010200         WHEN 'D'
010210             IF TYP-RECORD(WS-TYP-SLOT-START:8) NUMERIC
010220                 MOVE TYP-RECORD(WS-TYP-SLOT-START:8)
010230                     TO WS-TYP-DATE-NUM
010240                 MOVE WS-TYP-DATE-NUM TO WS-AMT-VALUE
010250             ELSE
010260                 SET WS-AMT-BAD TO TRUE
010270             END-IF
010280         WHEN OTHER
010290             MOVE TYP-RECORD(WS-TYP-SLOT-START:80)
010300                 TO WS-PARSE-FIELD
010310             PERFORM 9100-PARSE-DEC THRU 9100-EXIT
010320             IF WS-PARSE-OK
010330                 MOVE WS-PARSE-VALUE TO WS-AMT-VALUE
010340             ELSE
010350                 SET WS-AMT-BAD TO TRUE
010360             END-IF
010370     END-EVALUATE.
010380 6160-EXIT.
010390     EXIT.
010400*----------------------------------------------------------------
010410 6170-UNPACK-SLOT.
010420     MOVE 0 TO WS-TYP-P18
010430     COMPUTE WS-TYP-X-OFF = 11 - WS-TYP-SLOT-LEN
010440     MOVE TYP-RECORD(WS-TYP-SLOT-START:WS-TYP-SLOT-LEN)
010450         TO WS-TYP-PACK-X(WS-TYP-X-OFF:WS-TYP-SLOT-LEN)
010460     MOVE 1 TO WS-TYP-MULT
010470     MOVE WS-LAYC-DEC(WS-COL-SUB) TO WS-TYP-DEC-WK
010480     PERFORM WS-TYP-DEC-WK TIMES
010490         MULTIPLY 10 BY WS-TYP-MULT END-MULTIPLY
010500     END-PERFORM.
010510 6170-EXIT.
010520     EXIT.
010530*----------------------------------------------------------------
010540*    SORT OUTPUT PROCEDURE -- THE ROWS COME BACK IN GROUP ORDER.
010550*    THE HIGHEST LEVEL WHOSE VALUE CHANGED IS THE BREAK: EVERY
010560*    GROUP FROM THE LOWEST LEVEL UP TO IT IS PRINTED AND ROLLED
010570*    UP, THEN THE NEW GROUPS ARE OPENED.
010580*----------------------------------------------------------------
010590 6200-PRINT-GROUPS.
010600     MOVE 'N' TO WS-SRT-EOF-SW
010610     SET WS-FIRST-ROW TO TRUE
010620     PERFORM 6210-TAKE-ONE-ROW THRU 6210-EXIT
010630         UNTIL WS-SRT-EOF OR WS-RETURN-CODE = 8
010640     IF WS-RETURN-CODE = 8
010650         GO TO 6200-EXIT
010660     END-IF
010670     IF WS-FIRST-ROW
010680         MOVE SPACES TO WS-SUM-LINE
010690         MOVE "KEINE ZEILEN IM EXTRAKT" TO WS-SL-LABEL
010700         PERFORM 3100-PRINT-LINE THRU 3100-EXIT
010710     ELSE
010720         MOVE 1 TO WS-BREAK-LEVEL
010730         PERFORM 6220-CLOSE-GROUPS THRU 6220-EXIT
010740     END-IF
010750     MOVE SPACES TO WS-SUM-LINE
010760     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
010770     MOVE 0 TO WS-LVL
010780     PERFORM 6240-PRINT-TOTAL-LINE THRU 6240-EXIT.
010790 6200-EXIT.
010800     EXIT.
010810 6210-TAKE-ONE-ROW.
010820     RETURN SRT-FILE
010830         AT END
010840             SET WS-SRT-EOF TO TRUE
010850             GO TO 6210-EXIT
010860     END-RETURN
010870     ADD 1 TO WS-EXT-COUNT
010880     IF WS-FIRST-ROW
010890         MOVE 'N' TO WS-FIRST-ROW-SW
010900         MOVE 1 TO WS-BREAK-LEVEL
010910     ELSE
010920         MOVE 0 TO WS-BREAK-LEVEL
010930         PERFORM VARYING WS-LVL FROM WS-GRP-COUNT BY -1
010940             UNTIL WS-LVL < 1
010950             IF SRT-GROUP(WS-LVL) NOT = WS-PREV-GROUP(WS-LVL)
010960                 MOVE WS-LVL TO WS-BREAK-LEVEL
010970             END-IF
010980         END-PERFORM
010990         IF WS-BREAK-LEVEL > 0
011000             PERFORM 6220-CLOSE-GROUPS THRU 6220-EXIT
011010         END-IF
011020     END-IF
011030     MOVE SRT-KEY TO WS-PREV-KEY
011040     IF WS-BREAK-LEVEL > 0
011050         PERFORM 6230-OPEN-GROUP THRU 6230-EXIT
011060             VARYING WS-LVL FROM WS-BREAK-LEVEL BY 1
011070             UNTIL WS-LVL >= WS-GRP-COUNT
011080     END-IF
011090     COMPUTE WS-LVL-SUB = WS-GRP-COUNT + 1
011100     ADD 1 TO WS-TOT-ROWS(WS-LVL-SUB)
011110     PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
011120         UNTIL WS-AMT-SUB > WS-AMT-COUNT
011130         IF SRT-AMT-PRESENT(WS-AMT-SUB)
011140             ADD SRT-AMT-VALUE(WS-AMT-SUB)
011150                 TO WS-TOT-SUM(WS-LVL-SUB, WS-AMT-SUB)
011160                 ON SIZE ERROR
011170                     DISPLAY "COBPGSUM: SUMMENUEBERLAUF -- "
011180                         WS-AMT-COLUMN(WS-AMT-SUB) UPON SYSERR
011190                     MOVE 8 TO WS-RETURN-CODE
011200             END-ADD
011210         END-IF
011220     END-PERFORM.
011230 6210-EXIT.
011240     EXIT.
011250*----------------------------------------------------------------
011260*    PRINT AND ROLL UP THE GROUPS OF THE LOWEST LEVEL UP TO THE
011270*    BREAK LEVEL, MINOR FIRST.
011280*----------------------------------------------------------------
011290 6220-CLOSE-GROUPS.
011300     PERFORM 6225-CLOSE-ONE-GROUP THRU 6225-EXIT
011310         VARYING WS-LVL FROM WS-GRP-COUNT BY -1
011320         UNTIL WS-LVL < WS-BREAK-LEVEL.
011330 6220-EXIT.
011340     EXIT.
011350 6225-CLOSE-ONE-GROUP.
011360     PERFORM 6240-PRINT-TOTAL-LINE THRU 6240-EXIT
011370     COMPUTE WS-LVL-SUB = WS-LVL + 1
011380     MOVE WS-LVL TO WS-UP-SUB
011390     ADD WS-TOT-ROWS(WS-LVL-SUB) TO WS-TOT-ROWS(WS-UP-SUB)
011400     MOVE 0 TO WS-TOT-ROWS(WS-LVL-SUB)
011410     PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
011420         UNTIL WS-AMT-SUB > WS-AMT-COUNT
011430         ADD WS-TOT-SUM(WS-LVL-SUB, WS-AMT-SUB)
011440             TO WS-TOT-SUM(WS-UP-SUB, WS-AMT-SUB)
011450             ON SIZE ERROR
011460                 DISPLAY "COBPGSUM: SUMMENUEBERLAUF -- "
011470                     WS-AMT-COLUMN(WS-AMT-SUB) UPON SYSERR
011480                 MOVE 8 TO WS-RETURN-CODE
011490         END-ADD
011500         MOVE 0 TO WS-TOT-SUM(WS-LVL-SUB, WS-AMT-SUB)
011510     END-PERFORM.
011520 6225-EXIT.
011530     EXIT.
011540*----------------------------------------------------------------
011550*    A NEW GROUP ABOVE THE LOWEST LEVEL GETS A HEADER LINE --
011560*    "<COLUMN>: <VALUE>", INDENTED TWO PER LEVEL.
011570*----------------------------------------------------------------
011580 6230-OPEN-GROUP.
011590     MOVE SPACES TO WS-SUM-LINE
011600     COMPUTE WS-LABEL-PTR = WS-LVL * 2 - 1
011610     STRING WS-GRP-COLUMN(WS-LVL) DELIMITED BY SPACE
011620         ": " DELIMITED BY SIZE
011630         INTO WS-SL-LABEL
011640         WITH POINTER WS-LABEL-PTR
011650     END-STRING
011660     PERFORM 6250-LABEL-VALUE THRU 6250-EXIT
011670     PERFORM 3100-PRINT-LINE THRU 3100-EXIT.
011680 6230-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------
011710*    ONE TOTAL LINE FOR LEVEL WS-LVL (ZERO = GRAND TOTAL): THE
011720*    LOWEST LEVEL SHOWS ITS VALUE, A HIGHER LEVEL "SUMME
011730*    <VALUE>" UNDER ITS HEADER, THEN THE ROW COUNT AND THE
011740*    TOTALS -- A SECOND LINE CARRIES TOTAL COLUMNS FIVE TO
011750*    EIGHT.
011760*----------------------------------------------------------------
011770 6240-PRINT-TOTAL-LINE.
011780     MOVE SPACES TO WS-SUM-LINE
011790     COMPUTE WS-LVL-SUB = WS-LVL + 1
011800     EVALUATE TRUE
011810         WHEN WS-LVL = 0
011820             MOVE "GESAMTSUMME" TO WS-SL-LABEL
011830         WHEN WS-LVL = WS-GRP-COUNT
011840             COMPUTE WS-LABEL-PTR = WS-LVL * 2 - 1
011850             PERFORM 6250-LABEL-VALUE THRU 6250-EXIT
011860         WHEN OTHER
011870             COMPUTE WS-LABEL-PTR = WS-LVL * 2 - 1
011880             STRING "SUMME " DELIMITED BY SIZE
011890                 INTO WS-SL-LABEL
011900                 WITH POINTER WS-LABEL-PTR
011910             END-STRING
011920             PERFORM 6250-LABEL-VALUE THRU 6250-EXIT
011930     END-EVALUATE
011940     MOVE WS-TOT-ROWS(WS-LVL-SUB) TO WS-SL-ROWS
011950     PERFORM VARYING WS-AMT-SUB FROM 1 BY 1
011960         UNTIL WS-AMT-SUB > WS-AMT-COUNT OR WS-AMT-SUB > 4
011970         MOVE WS-TOT-SUM(WS-LVL-SUB, WS-AMT-SUB)
011980             TO WS-SL-AMT(WS-AMT-SUB)
011990     END-PERFORM
012000     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
012010     IF WS-AMT-COUNT > 4
012020         MOVE SPACES TO WS-SUM-LINE
012030         PERFORM VARYING WS-AMT-SUB FROM 5 BY 1
012040             UNTIL WS-AMT-SUB > WS-AMT-COUNT
012050             MOVE WS-TOT-SUM(WS-LVL-SUB, WS-AMT-SUB)
012060                 TO WS-SL-AMT(WS-AMT-SUB - 4)
012070         END-PERFORM
012080         PERFORM 3100-PRINT-LINE THRU 3100-EXIT
012090     END-IF.
012100 6240-EXIT.
012110     EXIT.
012120*----------------------------------------------------------------
012130*    THE GROUP VALUE OF LEVEL WS-LVL, LEADING BLANKS DROPPED, AT
012140*    WS-LABEL-PTR OF THE LABEL -- CUT WHERE THE LABEL ENDS.  A
012150*    SQL NULL SHOWS AS **NULL**, AN EMPTY VALUE AS (LEER).
012160*----------------------------------------------------------------
012170 6250-LABEL-VALUE.
012180     IF WS-PREV-GRP-IS-NULL(WS-LVL)
012190         STRING "**NULL**" DELIMITED BY SIZE
012200             INTO WS-SL-LABEL
012210             WITH POINTER WS-LABEL-PTR
012220         END-STRING
012230         GO TO 6250-EXIT
012240     END-IF
012250     IF WS-PREV-GRP-VALUE(WS-LVL) = SPACES
012260         STRING "(LEER)" DELIMITED BY SIZE
012270             INTO WS-SL-LABEL
012280             WITH POINTER WS-LABEL-PTR
012290         END-STRING
012300         GO TO 6250-EXIT
012310     END-IF
012320     MOVE 0 TO WS-LEAD-SPACES
012330     INSPECT WS-PREV-GRP-VALUE(WS-LVL)
012340         TALLYING WS-LEAD-SPACES FOR LEADING SPACES
012350     COMPUTE WS-TEXT-LEN = 80 - WS-LEAD-SPACES
012360     STRING WS-PREV-GRP-VALUE(WS-LVL)
012370             (WS-LEAD-SPACES + 1:WS-TEXT-LEN)
012380         DELIMITED BY SIZE
012390         INTO WS-SL-LABEL
012400         WITH POINTER WS-LABEL-PTR
012410     END-STRING.
012420 6250-EXIT.
012430     EXIT.
012440*----------------------------------------------------------------
012450*    THE CLOSING CHECK -- REPORT GRAND TOTALS AGAINST THE
012460*    EXTRACT AS READ BEFORE THE SORT AND AGAINST COBPGBAL'S
012470*    EXTRACT FIGURES.  ANY DIFFERENCE, AND ANY NON-NUMERIC VALUE
012480*    IN A TOTAL COLUMN, FLAGS THE LINE, IS ECHOED TO SYSERR AND
012490*    ENDS THE RUN WITH RC 4.  A FIGURE COBPGBAL DID NOT PRODUCE
012500*    IS SHOWN AS SUCH AND FLAGS NOTHING.
012510*----------------------------------------------------------------
012520 6300-CHECK-TOTALS.
012530     IF WS-LINE-COUNT + 4 + WS-AMT-COUNT > WS-PAGE-LINES
012540         PERFORM 3150-NEW-PAGE THRU 3150-EXIT
012550     END-IF
012560     MOVE SPACES TO WS-SUM-LINE
012570     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
012580     MOVE "ABSTIMMUNG DER GESAMTSUMMEN" TO WS-SUM-LINE
012590     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
012600     MOVE WS-CHECK-HEADING TO WS-SUM-LINE
012610     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
012620     MOVE SPACES TO WS-CHECK-LINE
012630     MOVE "ZEILEN" TO WS-CHK-MEASURE
012640     MOVE WS-TOT-ROWS(1) TO WS-CHK-REPORT
012650     MOVE WS-IN-ROWS TO WS-CHK-EXTRACT
012660     MOVE SPACES TO WS-CHK-FLAG
012670     IF WS-TOT-ROWS(1) NOT = WS-IN-ROWS
012680         MOVE "**" TO WS-CHK-FLAG
012690     END-IF
012700     IF WS-BAL-ROWS-FOUND
012710         MOVE WS-BAL-ROWS TO WS-CHK-BAL
012720         IF WS-BAL-ROWS NOT = WS-TOT-ROWS(1)
012730             MOVE "**" TO WS-CHK-FLAG
012740         END-IF
012750     ELSE
012760         MOVE "      NICHT VORHANDEN" TO WS-CHK-BAL-X
012770     END-IF
012780     PERFORM 6310-PRINT-CHECK-LINE THRU 6310-EXIT
012790     PERFORM 6320-CHECK-ONE-SUM THRU 6320-EXIT
012800         VARYING WS-AMT-SUB FROM 1 BY 1
012810         UNTIL WS-AMT-SUB > WS-AMT-COUNT
012820     IF WS-PARSE-ERRORS > 0
012830         MOVE SPACES TO WS-CHECK-LINE
012840         MOVE "NICHT NUMERISCHE EXTRAKT-WERTE" TO WS-CHK-MEASURE
012850         MOVE 0 TO WS-CHK-REPORT
012860         MOVE WS-PARSE-ERRORS TO WS-CHK-EXTRACT
012870         MOVE SPACES TO WS-CHK-BAL-X
012880         MOVE "**" TO WS-CHK-FLAG
012890         PERFORM 6310-PRINT-CHECK-LINE THRU 6310-EXIT
012900     END-IF
012910     IF WS-STANZA-RC NOT = 0
012920         ADD 1 TO WS-STANZAS-FLAGGED
012930         DISPLAY "COBPGSUM: SUMMEN NICHT ABGESTIMMT -- "
012940             CTLP-TABLE-NAME UPON SYSERR
012950         END-DISPLAY
012960         IF WS-RETURN-CODE < 4
012970             MOVE 4 TO WS-RETURN-CODE
012980         END-IF
012990     END-IF.
013000 6300-EXIT.
013010     EXIT.
013020*----------------------------------------------------------------
013030 6310-PRINT-CHECK-LINE.
013040     IF WS-CHK-FLAG NOT = SPACES
013050         MOVE 4 TO WS-STANZA-RC
013060     END-IF
013070     MOVE WS-CHECK-LINE TO WS-SUM-LINE
013080     PERFORM 3100-PRINT-LINE THRU 3100-EXIT.
013090 6310-EXIT.
013100     EXIT.
013110 6320-CHECK-ONE-SUM.
013120     MOVE SPACES TO WS-CHECK-LINE
013130     STRING "SUMME " DELIMITED BY SIZE
013140         WS-AMT-COLUMN(WS-AMT-SUB) DELIMITED BY SPACE
013150         INTO WS-CHK-MEASURE
013160     END-STRING
013170     MOVE WS-TOT-SUM(1, WS-AMT-SUB) TO WS-CHK-REPORT
013180     MOVE WS-IN-SUM(WS-AMT-SUB) TO WS-CHK-EXTRACT
013190     MOVE SPACES TO WS-CHK-FLAG
013200     COMPUTE WS-SUM-DIFF
013210         = WS-TOT-SUM(1, WS-AMT-SUB) - WS-IN-SUM(WS-AMT-SUB)
013220     IF WS-SUM-DIFF NOT = 0
013230         MOVE "**" TO WS-CHK-FLAG
013240     END-IF
013250     IF WS-BAL-SUM-FOUND(WS-AMT-SUB)
013260         MOVE WS-BAL-SUM(WS-AMT-SUB) TO WS-CHK-BAL
013270         COMPUTE WS-SUM-DIFF
013280             = WS-TOT-SUM(1, WS-AMT-SUB) - WS-BAL-SUM(WS-AMT-SUB)
013290         IF WS-SUM-DIFF NOT = 0
013300             MOVE "**" TO WS-CHK-FLAG
013310         END-IF
013320     ELSE
013330         MOVE "      NICHT VORHANDEN" TO WS-CHK-BAL-X
013340     END-IF
013350     PERFORM 6310-PRINT-CHECK-LINE THRU 6310-EXIT.
013360 6320-EXIT.
013370     EXIT.
013380*----------------------------------------------------------------
013390*    READ THE "LAYFILE=" DESCRIPTION FILE OF A TYPED STANZA --
013400*    COLUMN NAME, TYPE, START, LENGTH AND PICTURE PER SLOT, IN
013410*    COLUMN-LIST ORDER, EXACTLY AS COBPG WROTE THEM.  A LAYOUT
013420*    THAT NAMES ANOTHER TABLE, OR WHOSE COLUMNS DO NOT LINE UP
013430*    WITH THE STANZA'S "COLUMNS=" LIST, FAILS THE STANZA.
013440*----------------------------------------------------------------
013450 6400-READ-LAYOUT.
013460     MOVE 0 TO WS-LAYC-COUNT
013470     MOVE 'N' TO WS-LAY-EOF-SW
013480     DISPLAY "DD_COBPGLAY" UPON ENVIRONMENT-NAME
013490     DISPLAY WS-CUR-LAYFILE UPON ENVIRONMENT-VALUE
013500     OPEN INPUT LAY-FILE
013510     IF WS-LAY-FILE-STATUS NOT = "00"
013520         DISPLAY "COBPGSUM: LAYOUT-DATEI NICHT GEFUNDEN -- "
013530             WS-CUR-LAYFILE UPON SYSERR
013540         MOVE 8 TO WS-RETURN-CODE
013550         GO TO 6400-EXIT
013560     END-IF
013570     PERFORM 6410-READ-ONE-LAY-RECORD THRU 6410-EXIT
013580         UNTIL WS-LAY-EOF OR WS-RETURN-CODE = 8
013590     CLOSE LAY-FILE
013600     IF WS-RETURN-CODE = 8
013610         GO TO 6400-EXIT
013620     END-IF
013630     IF WS-LAYC-COUNT NOT = WS-STZ-COL-COUNT(WS-STANZA-SUB)
013640         DISPLAY "COBPGSUM: LAYOUT PASST NICHT ZU COLUMNS -- "
013650             WS-CUR-LAYFILE UPON SYSERR
013660         MOVE 8 TO WS-RETURN-CODE
013670         GO TO 6400-EXIT
013680     END-IF
013690     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
013700         UNTIL WS-COL-SUB > WS-LAYC-COUNT
013710         IF WS-LAYC-NAME(WS-COL-SUB)
013720             NOT = WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
013730             DISPLAY "COBPGSUM: LAYOUT-SPALTE WEICHT AB -- "
013740                 WS-LAYC-NAME(WS-COL-SUB) UPON SYSERR
013750             MOVE 8 TO WS-RETURN-CODE
013760         END-IF
013770     END-PERFORM.
013780 6400-EXIT.
013790     EXIT.
013800*----------------------------------------------------------------
013810 6410-READ-ONE-LAY-RECORD.
013820     READ LAY-FILE
013830         AT END
013840             SET WS-LAY-EOF TO TRUE
013850             GO TO 6410-EXIT
013860     END-READ
013870     IF LAY-RECORD(1:6) = "TABLE="
013880         PERFORM 6412-CHECK-LAY-HEADER THRU 6412-EXIT
013890         GO TO 6410-EXIT
013900     END-IF
013910     IF LAY-RECORD(1:7) NOT = "COLUMN="
013920         GO TO 6410-EXIT
013930     END-IF
013940     IF WS-LAYC-COUNT = 20
013950         DISPLAY "COBPGSUM: MEHR ALS 20 LAYOUT-SPALTEN"
013960             UPON SYSERR
013970         MOVE 8 TO WS-RETURN-CODE
013980         GO TO 6410-EXIT
013990     END-IF
014000     ADD 1 TO WS-LAYC-COUNT
014010     MOVE SPACES TO WS-LAYC-NAME(WS-LAYC-COUNT)
014020     MOVE 'C' TO WS-LAYC-TYPE(WS-LAYC-COUNT)
014030     MOVE 0 TO WS-LAYC-START(WS-LAYC-COUNT)
014040               WS-LAYC-LEN(WS-LAYC-COUNT)
014050               WS-LAYC-DEC(WS-LAYC-COUNT)
014060     MOVE SPACES TO WS-LAY-TOKEN(1) WS-LAY-TOKEN(2)
014070                    WS-LAY-TOKEN(3) WS-LAY-TOKEN(4)
014080                    WS-LAY-TOKEN(5) WS-LAY-TOKEN(6)
014090                    WS-LAY-TOKEN(7)
014100     UNSTRING LAY-RECORD DELIMITED BY ALL " "
014110         INTO WS-LAY-TOKEN(1) WS-LAY-TOKEN(2)
014120              WS-LAY-TOKEN(3) WS-LAY-TOKEN(4)
014130              WS-LAY-TOKEN(5) WS-LAY-TOKEN(6)
014140              WS-LAY-TOKEN(7)
014150     END-UNSTRING
014160     PERFORM 6415-TAKE-ONE-LAY-TOKEN THRU 6415-EXIT
014170         VARYING WS-LAY-TOK-SUB FROM 1 BY 1
014180         UNTIL WS-LAY-TOK-SUB > 7
014190            OR WS-RETURN-CODE = 8
014200     IF WS-RETURN-CODE NOT = 8
014210         AND (WS-LAYC-START(WS-LAYC-COUNT) = 0
014220           OR WS-LAYC-LEN(WS-LAYC-COUNT) = 0)
014230         DISPLAY "COBPGSUM: LAYOUT-ZEILE UNVOLLSTAENDIG -- "
014240             LAY-RECORD(1:50) UPON SYSERR
014250         MOVE 8 TO WS-RETURN-CODE
014260     END-IF.
014270 6410-EXIT.
014280     EXIT.
014290*----------------------------------------------------------------
014300 6412-CHECK-LAY-HEADER.
014310     MOVE SPACES TO WS-LAY-TOK-VALUE
014320     UNSTRING LAY-RECORD(7:) DELIMITED BY " "
014330         INTO WS-LAY-TOK-VALUE
014340     END-UNSTRING
014350     IF WS-LAY-TOK-VALUE(1:30) NOT = CTLP-TABLE-NAME
014360         DISPLAY "COBPGSUM: LAYOUT GEHOERT ZU ANDERER "
014370             "TABELLE -- " WS-LAY-TOK-VALUE(1:30) UPON SYSERR
014380         MOVE 8 TO WS-RETURN-CODE
014390     END-IF.
014400 6412-EXIT.
014410     EXIT.
014420*----------------------------------------------------------------
014430 6415-TAKE-ONE-LAY-TOKEN.
014440     IF WS-LAY-TOKEN(WS-LAY-TOK-SUB) = SPACES
014450         GO TO 6415-EXIT
014460     END-IF
014470     MOVE 0 TO WS-LAY-TOK-EQ-POS
014480     INSPECT WS-LAY-TOKEN(WS-LAY-TOK-SUB)
014490         TALLYING WS-LAY-TOK-EQ-POS
014500         FOR CHARACTERS BEFORE INITIAL "="
014510     IF WS-LAY-TOK-EQ-POS = 0 OR WS-LAY-TOK-EQ-POS >= 44
014520         GO TO 6415-EXIT
014530     END-IF
014540     MOVE SPACES TO WS-LAY-TOK-KEY WS-LAY-TOK-VALUE
014550     MOVE WS-LAY-TOKEN(WS-LAY-TOK-SUB)(1:WS-LAY-TOK-EQ-POS)
014560         TO WS-LAY-TOK-KEY
014570     MOVE WS-LAY-TOKEN(WS-LAY-TOK-SUB)(WS-LAY-TOK-EQ-POS + 2:)
014580         TO WS-LAY-TOK-VALUE
014590     EVALUATE WS-LAY-TOK-KEY
014600         WHEN "COLUMN"
014610             MOVE WS-LAY-TOK-VALUE(1:30)
014620                 TO WS-LAYC-NAME(WS-LAYC-COUNT)
014630         WHEN "TYPE"
014640             EVALUATE WS-LAY-TOK-VALUE(1:4)
014650                 WHEN "NUM "
014660                     MOVE 'N' TO WS-LAYC-TYPE(WS-LAYC-COUNT)
014670                 WHEN "DATE"
014680                     MOVE 'D' TO WS-LAYC-TYPE(WS-LAYC-COUNT)
014690                 WHEN OTHER
014700                     MOVE 'C' TO WS-LAYC-TYPE(WS-LAYC-COUNT)
014710             END-EVALUATE
014720         WHEN "START"
014730             IF WS-LAY-TOK-VALUE(1:4) NUMERIC
014740                 MOVE WS-LAY-TOK-VALUE(1:4)
014750                     TO WS-LAYC-START(WS-LAYC-COUNT)
014760             END-IF
014770         WHEN "LEN"
014780             IF WS-LAY-TOK-VALUE(1:3) NUMERIC
014790                 MOVE WS-LAY-TOK-VALUE(1:3)
014800                     TO WS-LAYC-LEN(WS-LAYC-COUNT)
014810             END-IF
014820         WHEN "PIC"
014830             MOVE WS-LAY-TOK-VALUE(1:20) TO WS-PICP-FIELD
014840             PERFORM 6420-PARSE-PIC-DECIMALS THRU 6420-EXIT
014850             MOVE WS-PICP-DEC TO WS-LAYC-DEC(WS-LAYC-COUNT)
014860         WHEN OTHER
014870             CONTINUE
014880     END-EVALUATE.
014890 6415-EXIT.
014900     EXIT.
014910*----------------------------------------------------------------
014920*    DECIMAL DIGITS OF A PICTURE TEXT -- EVERYTHING BEHIND THE
014930*    "V", WITH "(N)" REPEATS EXPANDED.  A PICTURE WITHOUT A "V"
014940*    HAS ZERO DECIMALS.
014950*----------------------------------------------------------------
014960 6420-PARSE-PIC-DECIMALS.
014970     MOVE 0 TO WS-PICP-DEC
014980     MOVE 0 TO WS-PICP-SUB
014990     INSPECT WS-PICP-FIELD TALLYING WS-PICP-SUB
015000         FOR CHARACTERS BEFORE INITIAL "V"
015010     IF WS-PICP-SUB >= 20
015020         GO TO 6420-EXIT
015030     END-IF
015040     ADD 2 TO WS-PICP-SUB
015050     MOVE 'N' TO WS-PICP-DONE-SW
015060     PERFORM 6425-PIC-DEC-ONE-CHAR THRU 6425-EXIT
015070         UNTIL WS-PICP-SUB > 20 OR WS-PICP-DONE.
015080 6420-EXIT.
015090     EXIT.
015100 6425-PIC-DEC-ONE-CHAR.
015110     MOVE WS-PICP-FIELD(WS-PICP-SUB:1) TO WS-PICP-CHAR
015120     EVALUATE WS-PICP-CHAR
015130         WHEN "9"
015140             ADD 1 TO WS-PICP-DEC
015150             ADD 1 TO WS-PICP-SUB
015160         WHEN "("
015170             MOVE 0 TO WS-PICP-REPEAT
015180             ADD 1 TO WS-PICP-SUB
015190             PERFORM UNTIL WS-PICP-SUB > 20
015200                 OR WS-PICP-FIELD(WS-PICP-SUB:1) = ")"
015210                 OR WS-PICP-FIELD(WS-PICP-SUB:1) < "0"
015220                 OR WS-PICP-FIELD(WS-PICP-SUB:1) > "9"
015230                 MOVE WS-PICP-FIELD(WS-PICP-SUB:1)
015240                     TO WS-PARSE-DIGIT(1:1)
015250                 COMPUTE WS-PICP-REPEAT
015260                     = WS-PICP-REPEAT * 10 + WS-PARSE-DIGIT
015270                 ADD 1 TO WS-PICP-SUB
015280             END-PERFORM
015290             IF WS-PICP-REPEAT > 0
015300                 COMPUTE WS-PICP-DEC
015310                     = WS-PICP-DEC - 1 + WS-PICP-REPEAT
015320             END-IF
015330             ADD 1 TO WS-PICP-SUB
015340         WHEN OTHER
015350             SET WS-PICP-DONE TO TRUE
015360     END-EVALUATE.
015370 6425-EXIT.
015380     EXIT.
015390*----------------------------------------------------------------
015400*    ONE BODY LINE FROM WS-SUM-LINE -- A FULL PAGE FIRST GETS A
015410*    NEW PAGE WITH ITS HEADINGS.
015420*----------------------------------------------------------------
015430 3100-PRINT-LINE.
015440     IF WS-LINE-COUNT >= WS-PAGE-LINES
015450         PERFORM 3150-NEW-PAGE THRU 3150-EXIT
015460     END-IF
015470     MOVE WS-SUM-LINE TO RPT-RECORD
015480     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
015490     ADD 1 TO WS-LINE-COUNT.
015500 3100-EXIT.
015510     EXIT.
015520*----------------------------------------------------------------
015530*    PAGE HEADINGS -- RUN TIME AND PAGE NUMBER, TABLE AND FILE,
015540*    THE GROUPING COLUMNS, AND THE COLUMN HEADINGS (A SECOND
015550*    LINE FOR TOTAL COLUMNS FIVE TO EIGHT).  A PAGE CAN BREAK
015551*    IN THE MIDDLE OF A CONTROL BREAK, SO THE HEADINGS KEEP TO
015552*    THEIR OWN COUNTERS AND LEAVE THE BREAK LEVELS ALONE.
015560*----------------------------------------------------------------
015570 3150-NEW-PAGE.
015580     ADD 1 TO WS-PAGE-NO
015590     MOVE WS-RUN-TS TO WS-HD1-TS
015600     MOVE WS-PAGE-NO TO WS-HD1-PAGE
015610     MOVE WS-HEADING-1 TO RPT-RECORD
015620     WRITE RPT-RECORD AFTER ADVANCING PAGE
015630     IF WS-RPT-FILE-STATUS NOT = "00"
015640         DISPLAY "COBPGSUM: COBPGSUR WRITE FEHLER "
015650             WS-RPT-FILE-STATUS UPON SYSERR
015660         MOVE 8 TO WS-RETURN-CODE
015670     END-IF
015680     MOVE SPACES TO WS-HD2-TABLE WS-HD2-OUTPUT
015690     MOVE CTLP-TABLE-NAME TO WS-HD2-TABLE
015700     MOVE WS-CUR-OUTPUT-NAME TO WS-HD2-OUTPUT
015710     MOVE WS-HEADING-2 TO RPT-RECORD
015720     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
015730     MOVE SPACES TO WS-HD3-GROUPS
015740     MOVE 1 TO WS-HD-PTR
015750     PERFORM VARYING WS-HD-LVL FROM 1 BY 1
015760         UNTIL WS-HD-LVL > WS-GRP-COUNT
015770         IF WS-HD-LVL > 1
015780             STRING " / " DELIMITED BY SIZE
015790                 INTO WS-HD3-GROUPS
015800                 WITH POINTER WS-HD-PTR
015810             END-STRING
015820         END-IF
015830         STRING WS-GRP-COLUMN(WS-HD-LVL) DELIMITED BY SPACE
015840             INTO WS-HD3-GROUPS
015850             WITH POINTER WS-HD-PTR
015860         END-STRING
015870     END-PERFORM
015880     MOVE WS-HEADING-3 TO RPT-RECORD
015890     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
015900     MOVE SPACES TO RPT-RECORD
015910     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
015920     MOVE SPACES TO WS-HEADING-4
015930     MOVE "GRUPPE" TO WS-HD4-LABEL
015940     MOVE "     ZEILEN" TO WS-HD4-ROWS
015950     PERFORM VARYING WS-HD-AMT-SUB FROM 1 BY 1
015960         UNTIL WS-HD-AMT-SUB > WS-AMT-COUNT OR WS-HD-AMT-SUB > 4
015970         MOVE WS-HD-AMT-SUB TO WS-HD-LVL
015980         PERFORM 3160-AMOUNT-HEADING THRU 3160-EXIT
015990     END-PERFORM
016000     MOVE WS-HEADING-4 TO RPT-RECORD
016010     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
016020     MOVE 5 TO WS-LINE-COUNT
016030     IF WS-AMT-COUNT > 4
016040         MOVE SPACES TO WS-HEADING-4
016050         PERFORM VARYING WS-HD-AMT-SUB FROM 5 BY 1
016060             UNTIL WS-HD-AMT-SUB > WS-AMT-COUNT
016070             COMPUTE WS-HD-LVL = WS-HD-AMT-SUB - 4
016080             PERFORM 3160-AMOUNT-HEADING THRU 3160-EXIT
016090         END-PERFORM
016100         MOVE WS-HEADING-4 TO RPT-RECORD
016110         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
016120         ADD 1 TO WS-LINE-COUNT
016130     END-IF.
016140 3150-EXIT.
016150     EXIT.
016160*----------------------------------------------------------------
016170*    COLUMN NAME OF TOTAL WS-HD-AMT-SUB, RIGHT-ALIGNED OVER ITS
016180*    FIGURES IN HEADING POSITION WS-HD-LVL.
016190*----------------------------------------------------------------
016200 3160-AMOUNT-HEADING.
016210     MOVE 0 TO WS-HD-LEN
016220     INSPECT WS-AMT-COLUMN(WS-HD-AMT-SUB) TALLYING WS-HD-LEN
016230         FOR CHARACTERS BEFORE INITIAL SPACE
016240     IF WS-HD-LEN > 20
016250         MOVE WS-AMT-COLUMN(WS-HD-AMT-SUB)
016255             TO WS-HD4-AMT-NAME(WS-HD-LVL)
016260     ELSE
016270         MOVE WS-AMT-COLUMN(WS-HD-AMT-SUB)(1:WS-HD-LEN)
016280             TO WS-HD4-AMT-NAME(WS-HD-LVL)(21 - WS-HD-LEN:)
016290     END-IF.
016300 3160-EXIT.
016310     EXIT.
016320*----------------------------------------------------------------
016330 3200-WRITE-RPT-RECORD.
016340     WRITE RPT-RECORD AFTER ADVANCING 1 LINE
016350     IF WS-RPT-FILE-STATUS NOT = "00"
016360         DISPLAY "COBPGSUM: COBPGSUR WRITE FEHLER "
016370             WS-RPT-FILE-STATUS UPON SYSERR
016380         MOVE 8 TO WS-RETURN-CODE
016390     END-IF.
016400 3200-EXIT.
016410     EXIT.
016420*----------------------------------------------------------------
016430 9100-PARSE-DEC.
016440     MOVE 'N' TO WS-PARSE-OK-SW WS-PARSE-NEG-SW WS-PARSE-DOT-SW
016450     MOVE 0 TO WS-PARSE-INT WS-PARSE-SCALE WS-PARSE-DIGITS
016460     MOVE LENGTH OF WS-PARSE-FIELD TO WS-PARSE-LEN
016470     PERFORM UNTIL WS-PARSE-LEN = 0
016480         OR WS-PARSE-FIELD(WS-PARSE-LEN:1) NOT = SPACE
016490         SUBTRACT 1 FROM WS-PARSE-LEN
016500     END-PERFORM
016510     IF WS-PARSE-LEN = 0
016520         GO TO 9100-EXIT
016530     END-IF
016540     MOVE 1 TO WS-PARSE-SUB
016550     IF WS-PARSE-FIELD(1:1) = "-"
016560         SET WS-PARSE-NEG TO TRUE
016570         MOVE 2 TO WS-PARSE-SUB
016580     ELSE
016590         IF WS-PARSE-FIELD(1:1) = "+"
016600             MOVE 2 TO WS-PARSE-SUB
016610         END-IF
016620     END-IF
016630     PERFORM 9110-PARSE-ONE-CHAR THRU 9110-EXIT
016640         UNTIL WS-PARSE-SUB > WS-PARSE-LEN
016650            OR WS-PARSE-OK-SW = "X"
016660     IF WS-PARSE-OK-SW = "X" OR WS-PARSE-DIGITS = 0
016670         MOVE 'N' TO WS-PARSE-OK-SW
016680         GO TO 9100-EXIT
016690     END-IF
016700     MOVE 1 TO WS-PARSE-DIV
016710     PERFORM WS-PARSE-SCALE TIMES
016720         MULTIPLY 10 BY WS-PARSE-DIV END-MULTIPLY
016730     END-PERFORM
016740     COMPUTE WS-PARSE-VALUE = WS-PARSE-INT / WS-PARSE-DIV
016750     IF WS-PARSE-NEG
016760         COMPUTE WS-PARSE-VALUE = 0 - WS-PARSE-VALUE
016770     END-IF
016780     SET WS-PARSE-OK TO TRUE.
016790 9100-EXIT.
016800     EXIT.
016810 9110-PARSE-ONE-CHAR.
016820     MOVE WS-PARSE-FIELD(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
016830     IF WS-PARSE-CHAR = "."
016840         IF WS-PARSE-DOT-SEEN
016850             MOVE "X" TO WS-PARSE-OK-SW
016860         ELSE
016870             SET WS-PARSE-DOT-SEEN TO TRUE
016880         END-IF
016890         ADD 1 TO WS-PARSE-SUB
016900         GO TO 9110-EXIT
016910     END-IF
016920     IF WS-PARSE-CHAR < "0" OR WS-PARSE-CHAR > "9"
016930         MOVE "X" TO WS-PARSE-OK-SW
016940         GO TO 9110-EXIT
016950     END-IF
016960     IF WS-PARSE-DIGITS = 13 AND NOT WS-PARSE-DOT-SEEN
016970         MOVE "X" TO WS-PARSE-OK-SW
016980         GO TO 9110-EXIT
016990     END-IF
017000     IF WS-PARSE-DOT-SEEN AND WS-PARSE-SCALE = 5
017010         MOVE "X" TO WS-PARSE-OK-SW
017020         GO TO 9110-EXIT
017030     END-IF
017040     MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT(1:1)
017050     COMPUTE WS-PARSE-INT
017060         = WS-PARSE-INT * 10 + WS-PARSE-DIGIT
017070     IF WS-PARSE-DOT-SEEN
017080         ADD 1 TO WS-PARSE-SCALE
017090     ELSE
017100         ADD 1 TO WS-PARSE-DIGITS
017110     END-IF
017120     ADD 1 TO WS-PARSE-SUB.
017130 9110-EXIT.
017140     EXIT.
017150*----------------------------------------------------------------
017160 4200-WRITE-RUN-LOG.
017170     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
017180     ACCEPT WS-SYS-TIME FROM TIME
017190     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
017200     MOVE WS-FMT-TS TO WS-END-TS
017210     MOVE "COBPGSUM"     TO RLOG-PROGRAM-ID
017220     MOVE WS-STZ-START-TS TO RLOG-START-TS
017230     MOVE WS-END-TS      TO RLOG-END-TS
017240     MOVE CTLP-TABLE-NAME TO RLOG-TABLE-NAME
017250     MOVE WS-EXT-COUNT   TO RLOG-ROW-COUNT
017260     IF WS-RETURN-CODE = 8
017270         MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
017280     ELSE
017290         MOVE WS-STANZA-RC   TO RLOG-RETURN-CODE
017300     END-IF
017310     MOVE 0              TO RLOG-TRUNC-COUNT
017320     MOVE RLOG-RECORD    TO LOG-RECORD
017330     WRITE LOG-RECORD
017340     IF WS-LOG-FILE-STATUS NOT = "00"
017350         DISPLAY "COBPGSUM: COBPGLOG WRITE FEHLER "
017360             WS-LOG-FILE-STATUS UPON SYSERR
017370         MOVE 8 TO WS-RETURN-CODE
017380     END-IF.
017390 4200-EXIT.
017400     EXIT.
017410*----------------------------------------------------------------
017420 4000-TERMINATE.
017430     IF WS-RPT-FILE-STATUS = "00"
017440         CLOSE RPT-FILE
017450     END-IF
017460     IF WS-LOG-FILE-STATUS = "00"
017470         CLOSE LOG-FILE
017480     END-IF
017490     DISPLAY "Wir haben ", WS-STANZAS-REPORTED,
017500         " Stanzas ausgewertet, ", WS-STANZAS-FLAGGED,
017510         " nicht abgestimmt" UPON SYSOUT
017520     END-DISPLAY.
017530 4000-EXIT.
017540     EXIT.
