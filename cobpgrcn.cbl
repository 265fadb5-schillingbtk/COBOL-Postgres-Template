000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGRCN.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGRCN
000090*
000100*  PURPOSE.    ROW-BY-ROW RECONCILIATION OF ONE TABLE BETWEEN TWO
000110*              DATABASES -- THE WAREHOUSE AGAINST THE REPORTING
000120*              COPY, OR ANY OTHER PAIR.  COBPGBAL TIES ONE
000130*              DATABASE TO ONE EXTRACT BY COUNT AND SUMS; THIS
000140*              STEP FINDS THE ROWS THAT ACTUALLY DIFFER.
000150*
000160*              SIDE A AND SIDE B ARE NAMED CONNECTION PROFILES
000170*              FROM COBPGCFG (COBPGPRM "RECONA=" / "RECONB=",
000180*              GLOBAL TO THE RUN; A BLANK "RECONA=" MEANS THE
000190*              HOUSE CONNECTION).  EVERY COBPGPRM STANZA WITH
000200*              "RECON=Y" IS PULLED FROM BOTH SIDES WITH THE SAME
000210*              TABLE, "COLUMNS=" AND "WHERE=" (&PDATE AS IN
000220*              COBPG), ORDERED BY "KEYCOL=" AS TEXT UNDER
000230*              COLLATE "C" -- THE DELTA-MERGE ORDERING, SO THE
000240*              MATCH-MERGE'S BYTE COMPARE AND BOTH DATABASES
000250*              AGREE.  KEYCOL= MUST BE ONE OF THE COLUMNS AND
000260*              UNIQUE IN THE TABLE.
000270*
000280*              EVERY DIFFERENCE GOES TO THE COBPGRCR REPORT AND,
000290*              ONE RECORD EACH (RCNREC), TO THE COBPGRCX
000300*              EXCEPTIONS FILE: ROW MISSING ON SIDE A, ROW MISSING
000310*              ON SIDE B, OR ROW ON BOTH SIDES WITH THE COLUMNS
000320*              THAT DIFFER.  VALUES ARE COMPARED AS THE TEXT EACH
000330*              DATABASE RETURNS; NULL EQUALS ONLY NULL.  ONE
000340*              RUN-LOG RECORD PER STANZA GOES TO COBPGLOG.
000350*
000360*              RETURN CODE 0 = BOTH SIDES AGREE, 4 = AT LEAST ONE
000370*              DIFFERENCE, 8 = CONTROL-FILE, CONNECTION, SQL OR
000380*              I/O ERROR.
000390*
000400*  MODIFICATION HISTORY.
000410*  DATE       INIT  DESCRIPTION
000420*  ---------- ----  ------------------------------------------
000430*  2026-10-09 TS    INITIAL VERSION.
000431*  2026-10-15 TS    COBPGLOG CARRIES EACH STANZA'S OWN RESULT --
000432*                   AN EARLIER RC 4 STANZA NO LONGER MARKS THE
000433*                   LATER ONES.
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRM-FILE-STATUS.
000510     SELECT RPT-FILE ASSIGN TO "COBPGRCR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RPT-FILE-STATUS.
000540     SELECT RCX-FILE ASSIGN TO "COBPGRCX"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RCX-FILE-STATUS.
000570     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-LOG-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRM-FILE.
000630 01  PRM-RECORD                  PIC X(160).
000640 FD  RPT-FILE.
000650 01  RPT-RECORD                  PIC X(132).
000660 FD  RCX-FILE.
000670 COPY RCNREC.
000680 FD  LOG-FILE.
000690 01  LOG-RECORD                   PIC X(109).
000700 WORKING-STORAGE SECTION.
000710 COPY DBCONN.
000720 COPY CTLPARM.
000730 COPY RUNLOG.
000740 COPY PGCONST.
000750 77  WS-PGRES                     USAGE POINTER.
000760 77  WS-RESPTR                    USAGE POINTER.
000770 01  WS-RESSTR                    PIC X(1000) BASED.
000780 77  WS-ERRPTR                    USAGE POINTER.
000790 01  WS-ERRSTR                    PIC X(200) BASED.
000800 77  WS-ERR-MSG-TRIM              PIC X(200).
000810 77  WS-PQ-STATUS                 PIC S9(9) COMP-5.
000820 77  WS-EXPECTED-STATUS           PIC S9(9) COMP-5.
000830 77  WS-NULL-FLAG                 PIC S9(9) COMP-5.
000840 77  WS-SPALTE                    PIC S9(9) COMP-5.
000850 77  WS-VAL-ACTUAL-LEN            PIC S9(9) COMP-5.
000860 77  WS-SQLSTR                    PIC X(900).
000870 77  WS-SQL-PTR                   PIC 9(04) COMP.
000880 77  WS-FETCH-SQL                 PIC X(80).
000890 77  WS-FETCH-SIZE                PIC 9(06) VALUE 500.
000900 77  WS-COL-LIST                  PIC X(700).
000910 77  WS-COL-PTR                   PIC 9(04) COMP.
000920 77  WS-PRM-KEY                   PIC X(20).
000930 77  WS-PRM-VALUE                 PIC X(160).
000940 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
000950 77  WS-PRM-FILE-STATUS           PIC X(02).
000960 77  WS-RPT-FILE-STATUS           PIC X(02) VALUE SPACES.
000970 77  WS-RCX-FILE-STATUS           PIC X(02) VALUE SPACES.
000980 77  WS-LOG-FILE-STATUS           PIC X(02) VALUE SPACES.
000990 77  WS-PRM-EOF-SW                PIC X(01) VALUE 'N'.
001000     88  WS-PRM-EOF                          VALUE 'Y'.
001010 77  WS-PARM-STRING               PIC X(80).
001020 77  WS-COLUMNS-VALUE             PIC X(160).
001030 77  WS-TOK-PTR                   PIC 9(04) COMP.
001040 77  WS-COL-SUB                   PIC 9(04) COMP.
001050 77  WS-KEY-POS                   PIC 9(04) COMP.
001060 77  WS-WHERE-FINAL               PIC X(160).
001070 77  WS-WHERE-PART1               PIC X(160).
001080 77  WS-WHERE-PART2               PIC X(160).
001090 77  WS-WHERE-PTR                 PIC 9(04) COMP.
001100 77  WS-WP1-LEN                   PIC 9(04) COMP.
001110 77  WS-WP2-LEN                   PIC 9(04) COMP.
001120 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
001130 77  WS-STANZA-RC                 PIC 9(04).
001140 77  WS-SYS-DATE                  PIC 9(08).
001150 77  WS-SYS-TIME                  PIC 9(08).
001160 77  WS-FMT-TS                    PIC X(26).
001170 77  WS-STZ-START-TS              PIC X(26).
001180 77  WS-END-TS                    PIC X(26).
001190 77  WS-PROFILE-A                 PIC X(20) VALUE SPACES.
001200 77  WS-PROFILE-B                 PIC X(20) VALUE SPACES.
001210 77  WS-MERGE-SW                  PIC X(01).
001220     88  WS-ONLY-ON-A                        VALUE 'A'.
001230     88  WS-ONLY-ON-B                        VALUE 'B'.
001240     88  WS-ON-BOTH                          VALUE '='.
001250 77  WS-ROW-DIFFERS-SW            PIC X(01).
001260     88  WS-ROW-DIFFERS                      VALUE 'Y'.
001270 77  WS-COL-DIFFERS-SW            PIC X(01).
001280     88  WS-COL-DIFFERS                      VALUE 'Y'.
001290 77  WS-EQUAL-COUNT               PIC 9(09).
001300 77  WS-MISSING-A-COUNT           PIC 9(09).
001310 77  WS-MISSING-B-COUNT           PIC 9(09).
001320 77  WS-DIFFER-COUNT              PIC 9(09).
001330 77  WS-STANZAS-RECONCILED        PIC 9(02) VALUE 0.
001340 77  WS-STANZAS-FLAGGED           PIC 9(02) VALUE 0.
001350*****************************************************************
001360*    THE TWO SIDES OF THE RECONCILIATION -- CONNECTION, THE
001370*    CURRENT FETCH BATCH AND ITS ROW POINTER, AND THE CURRENT
001380*    ROW'S VALUES.  SUBSCRIPT 1 IS SIDE A, 2 IS SIDE B; EVERY
001390*    PARAGRAPH THAT WORKS ON ONE SIDE TAKES WS-SIDE-SUB.
001400*****************************************************************
001410 01  WS-SIDE-AREA.
001420     05  WS-SIDE-SUB              PIC 9(01) COMP.
001430     05  WS-SIDE OCCURS 2 TIMES.
001440         10  WS-SD-CONN           USAGE POINTER.
001450         10  WS-SD-RES            USAGE POINTER.
001460         10  WS-SD-ROWS           PIC S9(9) COMP-5.
001470         10  WS-SD-ROW            PIC S9(9) COMP-5.
001480         10  WS-SD-NFIELD         PIC S9(9) COMP-5.
001490         10  WS-SD-LABEL          PIC X(01).
001500         10  WS-SD-EOF-SW         PIC X(01).
001510             88  WS-SD-EOF                VALUE 'Y'.
001520         10  WS-SD-TRAN-SW        PIC X(01).
001530             88  WS-SD-TRAN-OPEN          VALUE 'Y'.
001540         10  WS-SD-COUNT          PIC 9(09).
001550         10  WS-SD-COL OCCURS 20 TIMES.
001560             15  WS-SD-VALUE      PIC X(1000).
001570             15  WS-SD-LEN        PIC 9(04) COMP.
001580             15  WS-SD-NULL-SW    PIC X(01).
001590                 88  WS-SD-IS-NULL        VALUE 'Y'.
001600*****************************************************************
001610*    ONE ENTRY PER "TABLE=" STANZA IN COBPGPRM -- THE CONTROLS
001620*    THIS STEP NEEDS, PLUS "RECON=".
001630*****************************************************************
001640 01  WS-STANZA-AREA.
001650     05  WS-STANZA-COUNT          PIC 9(02) COMP VALUE 0.
001660     05  WS-STANZA-SUB            PIC 9(02) COMP.
001670     05  WS-STANZA-ENTRY OCCURS 32 TIMES.
001680         10  WS-STZ-TABLE         PIC X(30).
001690         10  WS-STZ-TABLE-SET-SW  PIC X(01).
001700             88  WS-STZ-TABLE-SET         VALUE 'Y'.
001710         10  WS-STZ-WHERE         PIC X(160).
001720         10  WS-STZ-KEYCOL        PIC X(30).
001730         10  WS-STZ-RECON-SW      PIC X(01).
001740             88  WS-STZ-RECON             VALUE 'Y'.
001750         10  WS-STZ-COL-COUNT     PIC 9(02) COMP.
001760         10  WS-STZ-COLUMN        PIC X(30) OCCURS 20 TIMES.
001770 01  WS-HEADING-1.
001780     05  FILLER                  PIC X(42)
001790         VALUE "ZEILENABGLEICH ZWEIER DATENBANKEN COBPGRCN".
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  WS-HD1-TS               PIC X(26).
001820     05  FILLER                  PIC X(63) VALUE SPACES.
001830 01  WS-HEADING-2.
001840     05  FILLER                  PIC X(09) VALUE "TABELLE: ".
001850     05  WS-HD2-TABLE            PIC X(30).
001860     05  FILLER                  PIC X(10) VALUE " SEITE A: ".
001870     05  WS-HD2-PROFILE-A        PIC X(20).
001880     05  FILLER                  PIC X(10) VALUE " SEITE B: ".
001890     05  WS-HD2-PROFILE-B        PIC X(20).
001900     05  FILLER                  PIC X(13) VALUE " SCHLUESSEL: ".
001910     05  WS-HD2-KEYCOL           PIC X(20).
001920 01  WS-HEADING-3.
001930     05  FILLER                  PIC X(13) VALUE "BEFUND".
001940     05  FILLER                  PIC X(41) VALUE "SCHLUESSEL".
001950     05  FILLER                  PIC X(21) VALUE "SPALTE".
001960     05  FILLER                  PIC X(29) VALUE "WERT SEITE A".
001970     05  FILLER                  PIC X(28) VALUE "WERT SEITE B".
001980 01  WS-EXC-LINE.
001990     05  WS-EXL-KIND             PIC X(12).
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010     05  WS-EXL-KEY              PIC X(40).
002020     05  FILLER                  PIC X(01) VALUE SPACES.
002030     05  WS-EXL-COLUMN           PIC X(20).
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  WS-EXL-VALUE-A          PIC X(28).
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  WS-EXL-VALUE-B          PIC X(28).
002080 01  WS-SUM-LINE.
002090     05  WS-SUML-LABEL           PIC X(30).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  WS-SUML-COUNT           PIC ZZZ,ZZZ,ZZ9.
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  WS-SUML-FLAG            PIC X(02).
002140     05  FILLER                  PIC X(87) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160*----------------------------------------------------------------
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002190     IF WS-RETURN-CODE = 0
002200         PERFORM 6000-RECONCILE-STANZA THRU 6000-EXIT
002210             VARYING WS-STANZA-SUB FROM 1 BY 1
002220             UNTIL WS-STANZA-SUB > WS-STANZA-COUNT
002230                OR WS-RETURN-CODE = 8
002240     END-IF
002250     PERFORM 4000-TERMINATE THRU 4000-EXIT
002260     STOP RUN RETURNING WS-RETURN-CODE.
002270*----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002300     ACCEPT WS-SYS-TIME FROM TIME
002310     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
002320     MOVE SPACES TO CTLP-WHERE-TEXT CTLP-PROC-DATE
002330     SET WS-SD-CONN(1) WS-SD-CONN(2) TO NULL
002340     MOVE 'A' TO WS-SD-LABEL(1)
002350     MOVE 'B' TO WS-SD-LABEL(2)
002360     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
002370     IF WS-RETURN-CODE NOT = 0
002380         GO TO 1000-EXIT
002390     END-IF
002400     IF WS-STANZA-COUNT = 0
002410         DISPLAY "COBPGRCN: KEINE STANZAS IN COBPGPRM"
002420             UPON SYSERR
002430         MOVE 8 TO WS-RETURN-CODE
002440         GO TO 1000-EXIT
002450     END-IF
002460     IF WS-PROFILE-B = SPACES
002470         DISPLAY "COBPGRCN: RECONB= FEHLT IN COBPGPRM" UPON SYSERR
002480         MOVE 8 TO WS-RETURN-CODE
002490         GO TO 1000-EXIT
002500     END-IF
002510     IF WS-PROFILE-A = WS-PROFILE-B
002520         DISPLAY "COBPGRCN: RECONA= UND RECONB= GLEICH -- "
002530             WS-PROFILE-B UPON SYSERR
002540         MOVE 8 TO WS-RETURN-CODE
002550         GO TO 1000-EXIT
002560     END-IF
002570     PERFORM 1150-READ-COMMAND-LINE THRU 1150-EXIT
002580     PERFORM 1300-CONNECT-DATABASES THRU 1300-EXIT
002590     IF WS-RETURN-CODE NOT = 0
002600         GO TO 1000-EXIT
002610     END-IF
002620     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
002630 1000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660 1010-FORMAT-TIMESTAMP.
002670     MOVE SPACES TO WS-FMT-TS
002680     STRING
002690         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
002700         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
002710         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
002720         DELIMITED BY SIZE
002730         INTO WS-FMT-TS
002740     END-STRING.
002750 1010-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*    READ THE CONTROL PARAMETERS.  THE STANZA RULES ARE THE SAME
002790*    AS COBPG'S: EVERY "TABLE=" STARTS A STANZA; "COLUMNS=",
002800*    "WHERE=", "KEYCOL=" AND "RECON=" APPLY TO THE STANZA MOST
002810*    RECENTLY STARTED.  "RECONA=", "RECONB=", "DATE=" AND
002820*    "FETCHSIZE=" ARE GLOBAL.  KEYWORDS BELONGING TO OTHER STEPS
002830*    ARE IGNORED.
002840*----------------------------------------------------------------
002850 1100-READ-PARAMETERS.
002860     OPEN INPUT PRM-FILE
002870     IF WS-PRM-FILE-STATUS NOT = "00"
002880         DISPLAY "COBPGRCN: COBPGPRM NICHT GEFUNDEN" UPON SYSERR
002890         MOVE 8 TO WS-RETURN-CODE
002900         GO TO 1100-EXIT
002910     END-IF
002920     PERFORM 1110-READ-PRM-RECORD THRU 1110-EXIT
002930         UNTIL WS-PRM-EOF OR WS-RETURN-CODE NOT = 0
002940     CLOSE PRM-FILE.
002950 1100-EXIT.
002960     EXIT.
002970 1110-READ-PRM-RECORD.
002980     READ PRM-FILE
002990         AT END
003000             SET WS-PRM-EOF TO TRUE
003010             GO TO 1110-EXIT
003020     END-READ
003030     IF PRM-RECORD = SPACES OR PRM-RECORD(1:1) = "*"
003040         GO TO 1110-EXIT
003050     END-IF
003060     MOVE 0 TO WS-PRM-EQ-POS
003070     INSPECT PRM-RECORD TALLYING WS-PRM-EQ-POS
003080         FOR CHARACTERS BEFORE INITIAL "="
003090     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF PRM-RECORD
003100         GO TO 1110-EXIT
003110     END-IF
003120     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
003130     MOVE PRM-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
003140     MOVE PRM-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
003150     EVALUATE WS-PRM-KEY
003160         WHEN "TABLE"
003170             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003180             IF WS-STZ-TABLE-SET(WS-STANZA-COUNT)
003190                 PERFORM 1140-NEW-STANZA THRU 1140-EXIT
003200             END-IF
003210             MOVE WS-PRM-VALUE(1:30)
003220                 TO WS-STZ-TABLE(WS-STANZA-COUNT)
003230             SET WS-STZ-TABLE-SET(WS-STANZA-COUNT) TO TRUE
003240         WHEN "COLUMNS"
003250             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003260             MOVE WS-PRM-VALUE TO WS-COLUMNS-VALUE
003270             PERFORM 1120-PARSE-COLUMNS THRU 1120-EXIT
003280         WHEN "WHERE"
003290             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003300             MOVE WS-PRM-VALUE TO WS-STZ-WHERE(WS-STANZA-COUNT)
003310         WHEN "KEYCOL"
003320             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003330             MOVE WS-PRM-VALUE(1:30)
003340                 TO WS-STZ-KEYCOL(WS-STANZA-COUNT)
003350         WHEN "RECON"
003360             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003370             MOVE WS-PRM-VALUE(1:1)
003380                 TO WS-STZ-RECON-SW(WS-STANZA-COUNT)
003390         WHEN "RECONA"
003400             MOVE WS-PRM-VALUE(1:20) TO WS-PROFILE-A
003410         WHEN "RECONB"
003420             MOVE WS-PRM-VALUE(1:20) TO WS-PROFILE-B
003430         WHEN "DATE"
003440             MOVE WS-PRM-VALUE(1:10) TO CTLP-PROC-DATE
003450         WHEN "FETCHSIZE"
003460             MOVE WS-PRM-VALUE(1:6) TO WS-FETCH-SIZE
003470             IF WS-FETCH-SIZE = 0
003480                 MOVE 500 TO WS-FETCH-SIZE
003490             END-IF
003500         WHEN OTHER
003510             CONTINUE
003520     END-EVALUATE.
003530 1110-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560 1120-PARSE-COLUMNS.
003570     MOVE 0 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
003580     MOVE 1 TO WS-TOK-PTR
003590     PERFORM 1130-PARSE-ONE-COLUMN THRU 1130-EXIT
003600         UNTIL WS-TOK-PTR > 160
003610            OR WS-STZ-COL-COUNT(WS-STANZA-COUNT) = 20.
003620 1120-EXIT.
003630     EXIT.
003640 1130-PARSE-ONE-COLUMN.
003650     ADD 1 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
003660     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
003670         INTO WS-STZ-COLUMN(WS-STANZA-COUNT,
003680             WS-STZ-COL-COUNT(WS-STANZA-COUNT))
003690         WITH POINTER WS-TOK-PTR
003700     END-UNSTRING.
003710 1130-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740 1135-ENSURE-STANZA.
003750     IF WS-STANZA-COUNT = 0
003760         PERFORM 1140-NEW-STANZA THRU 1140-EXIT
003770     END-IF.
003780 1135-EXIT.
003790     EXIT.
003800 1140-NEW-STANZA.
003810     IF WS-STANZA-COUNT = 32
003820         DISPLAY "COBPGRCN: MEHR ALS 32 STANZAS IN COBPGPRM"
003830             UPON SYSERR
003840         MOVE 8 TO WS-RETURN-CODE
003850         GO TO 1140-EXIT
003860     END-IF
003870     ADD 1 TO WS-STANZA-COUNT
003880     MOVE "tabelle"  TO WS-STZ-TABLE(WS-STANZA-COUNT)
003890     MOVE 'N'        TO WS-STZ-TABLE-SET-SW(WS-STANZA-COUNT)
003900     MOVE SPACES     TO WS-STZ-WHERE(WS-STANZA-COUNT)
003910     MOVE SPACES     TO WS-STZ-KEYCOL(WS-STANZA-COUNT)
003920     MOVE 'N'        TO WS-STZ-RECON-SW(WS-STANZA-COUNT)
003930     MOVE 0          TO WS-STZ-COL-COUNT(WS-STANZA-COUNT).
003940 1140-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970*    A PROCESSING DATE ON THE COMMAND LINE OVERRIDES "DATE=" --
003980*    THE SAME RULE AS COBPG, SO BOTH SIDES SELECT THE ROWS THE
003990*    EXTRACT WOULD.
004000*----------------------------------------------------------------
004010 1150-READ-COMMAND-LINE.
004020     MOVE SPACES TO WS-PARM-STRING
004030     ACCEPT WS-PARM-STRING FROM COMMAND-LINE
004040     IF WS-PARM-STRING NOT = SPACES
004050         MOVE WS-PARM-STRING(1:10) TO CTLP-PROC-DATE
004060     END-IF.
004070 1150-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100*    SIDE A IS THE HOUSE CONNECTION UNLESS "RECONA=" NAMES A
004110*    PROFILE; SIDE B IS ALWAYS A NAMED PROFILE.
004120*----------------------------------------------------------------
004130 1300-CONNECT-DATABASES.
004140     IF WS-PROFILE-A = SPACES
004150         CALL "DBCONNEC" USING WS-SD-CONN(1) WS-RETURN-CODE
004160         END-CALL
004170     ELSE
004180         CALL "DBCONPRF" USING WS-SD-CONN(1) WS-RETURN-CODE
004190             WS-PROFILE-A
004200         END-CALL
004210     END-IF
004220     IF WS-RETURN-CODE NOT = 0
004230         GO TO 1300-EXIT
004240     END-IF
004250     CALL "DBCONPRF" USING WS-SD-CONN(2) WS-RETURN-CODE
004260         WS-PROFILE-B
004270     END-CALL.
004280 1300-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 1400-OPEN-FILES.
004320     OPEN OUTPUT RPT-FILE
004330     IF WS-RPT-FILE-STATUS NOT = "00"
004340         DISPLAY "COBPGRCN: COBPGRCR OPEN FEHLER "
004350             WS-RPT-FILE-STATUS UPON SYSERR
004360         MOVE 8 TO WS-RETURN-CODE
004370         GO TO 1400-EXIT
004380     END-IF
004390     MOVE SPACES TO WS-HD1-TS
004400     MOVE WS-FMT-TS TO WS-HD1-TS
004410     MOVE WS-HEADING-1 TO RPT-RECORD
004420     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
004430     OPEN OUTPUT RCX-FILE
004440     IF WS-RCX-FILE-STATUS NOT = "00"
004450         DISPLAY "COBPGRCN: COBPGRCX OPEN FEHLER "
004460             WS-RCX-FILE-STATUS UPON SYSERR
004470         MOVE 8 TO WS-RETURN-CODE
004480         GO TO 1400-EXIT
004490     END-IF
004500     OPEN EXTEND LOG-FILE
004510     IF WS-LOG-FILE-STATUS NOT = "00"
004520         OPEN OUTPUT LOG-FILE
004530         IF WS-LOG-FILE-STATUS NOT = "00"
004540             DISPLAY "COBPGRCN: COBPGLOG OPEN FEHLER "
004550                 WS-LOG-FILE-STATUS UPON SYSERR
004560             MOVE 8 TO WS-RETURN-CODE
004570         END-IF
004580     END-IF.
004590 1400-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620*    ONE STANZA, FRONT TO BACK -- OPEN THE SAME ORDERED CURSOR ON
004630*    BOTH SIDES, MATCH-MERGE THE TWO ROW STREAMS ON THE KEY, AND
004640*    REPORT.  A STANZA WITHOUT "RECON=Y" IS NOT THIS STEP'S
004650*    BUSINESS AND IS PASSED OVER SILENTLY.
004660*----------------------------------------------------------------
004670 6000-RECONCILE-STANZA.
004680     IF NOT WS-STZ-RECON(WS-STANZA-SUB)
004690         GO TO 6000-EXIT
004700     END-IF
004710     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
004720     ACCEPT WS-SYS-TIME FROM TIME
004730     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
004740     MOVE WS-FMT-TS TO WS-STZ-START-TS
004750     MOVE 0 TO WS-STANZA-RC
004760     MOVE 0 TO WS-EQUAL-COUNT WS-MISSING-A-COUNT
004770               WS-MISSING-B-COUNT WS-DIFFER-COUNT
004780               WS-SD-COUNT(1) WS-SD-COUNT(2)
004790     MOVE WS-STZ-TABLE(WS-STANZA-SUB) TO CTLP-TABLE-NAME
004800     MOVE WS-STZ-WHERE(WS-STANZA-SUB) TO CTLP-WHERE-TEXT
004810     PERFORM 6050-RESOLVE-KEYCOL THRU 6050-EXIT
004820     IF WS-RETURN-CODE NOT = 0
004830         GO TO 6000-LOG
004840     END-IF
004850     PERFORM 2020-BUILD-WHERE-CLAUSE THRU 2020-EXIT
004860     PERFORM 2030-BUILD-SQLSTR THRU 2030-EXIT
004870     PERFORM 6100-WRITE-STANZA-HEADING THRU 6100-EXIT
004880     PERFORM 5000-OPEN-SIDE THRU 5000-EXIT
004890         VARYING WS-SIDE-SUB FROM 1 BY 1
004900         UNTIL WS-SIDE-SUB > 2 OR WS-RETURN-CODE NOT = 0
004910     IF WS-RETURN-CODE NOT = 0
004920         GO TO 6000-CLOSE
004930     END-IF
004940     MOVE 1 TO WS-SIDE-SUB
004950     PERFORM 5100-NEXT-ROW THRU 5100-EXIT
004960     MOVE 2 TO WS-SIDE-SUB
004970     PERFORM 5100-NEXT-ROW THRU 5100-EXIT
004980     PERFORM 6200-MERGE-ONE-STEP THRU 6200-EXIT
004990         UNTIL (WS-SD-EOF(1) AND WS-SD-EOF(2))
005000            OR WS-RETURN-CODE NOT = 0.
005010 6000-CLOSE.
005020     PERFORM 5300-CLOSE-SIDE THRU 5300-EXIT
005030         VARYING WS-SIDE-SUB FROM 1 BY 1
005040         UNTIL WS-SIDE-SUB > 2
005050     IF WS-RETURN-CODE = 0
005060         PERFORM 6300-REPORT-SUMMARY THRU 6300-EXIT
005070         ADD 1 TO WS-STANZAS-RECONCILED
005080     END-IF.
005090 6000-LOG.
005100     PERFORM 4200-WRITE-RUN-LOG THRU 4200-EXIT.
005110 6000-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140*    "KEYCOL=" IS REQUIRED AND MUST BE ONE OF THE STANZA'S
005150*    "COLUMNS=" -- ITS POSITION IS WHERE THE MERGE FINDS THE KEY.
005160*----------------------------------------------------------------
005170 6050-RESOLVE-KEYCOL.
005180     MOVE 0 TO WS-KEY-POS
005190     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
005200         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
005210         IF WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
005220                 = WS-STZ-KEYCOL(WS-STANZA-SUB)
005230             MOVE WS-COL-SUB TO WS-KEY-POS
005240         END-IF
005250     END-PERFORM
005260     IF WS-STZ-KEYCOL(WS-STANZA-SUB) = SPACES OR WS-KEY-POS = 0
005270         DISPLAY "COBPGRCN: KEYCOL= FEHLT/NICHT IN COLUMNS -- "
005280             WS-STZ-TABLE(WS-STANZA-SUB) UPON SYSERR
005290         MOVE 8 TO WS-RETURN-CODE
005300     END-IF.
005310 6050-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*    TURN THE "WHERE=" CONTROL VALUE, WITH AN OPTIONAL &PDATE
005350*    TOKEN, INTO THE ACTUAL PREDICATE -- THE SAME SUBSTITUTION
005360*    COBPG PERFORMS, SO BOTH SIDES SELECT THE SAME ROWS.
005370*----------------------------------------------------------------
005380 2020-BUILD-WHERE-CLAUSE.
005390     MOVE SPACES TO WS-WHERE-FINAL
005400     IF CTLP-WHERE-TEXT = SPACES
005410         GO TO 2020-EXIT
005420     END-IF
005430     IF CTLP-PROC-DATE = SPACES
005440         MOVE CTLP-WHERE-TEXT TO WS-WHERE-FINAL
005450         GO TO 2020-EXIT
005460     END-IF
005470     MOVE SPACES TO WS-WHERE-PART1 WS-WHERE-PART2
005480     UNSTRING CTLP-WHERE-TEXT DELIMITED BY "&PDATE"
005490         INTO WS-WHERE-PART1 WS-WHERE-PART2
005500     END-UNSTRING
005510     PERFORM 2025-TRIM-WHERE-PARTS THRU 2025-EXIT
005520     MOVE 1 TO WS-WHERE-PTR
005530     IF WS-WP1-LEN > 0
005540         STRING WS-WHERE-PART1(1:WS-WP1-LEN) DELIMITED BY SIZE
005550             INTO WS-WHERE-FINAL
005560             WITH POINTER WS-WHERE-PTR
005570         END-STRING
005580     END-IF
005590     STRING
005600         "'"             DELIMITED BY SIZE
005610         CTLP-PROC-DATE  DELIMITED BY SPACE
005620         "'"             DELIMITED BY SIZE
005630         INTO WS-WHERE-FINAL
005640         WITH POINTER WS-WHERE-PTR
005650     END-STRING
005660     IF WS-WP2-LEN > 0
005670         STRING WS-WHERE-PART2(1:WS-WP2-LEN) DELIMITED BY SIZE
005680             INTO WS-WHERE-FINAL
005690             WITH POINTER WS-WHERE-PTR
005700         END-STRING
005710     END-IF.
005720 2020-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750 2025-TRIM-WHERE-PARTS.
005760     MOVE LENGTH OF WS-WHERE-PART1 TO WS-WP1-LEN
005770     PERFORM UNTIL WS-WP1-LEN = 0
005780         OR WS-WHERE-PART1(WS-WP1-LEN:1) NOT = SPACE
005790         SUBTRACT 1 FROM WS-WP1-LEN
005800     END-PERFORM
005810     MOVE LENGTH OF WS-WHERE-PART2 TO WS-WP2-LEN
005820     PERFORM UNTIL WS-WP2-LEN = 0
005830         OR WS-WHERE-PART2(WS-WP2-LEN:1) NOT = SPACE
005840         SUBTRACT 1 FROM WS-WP2-LEN
005850     END-PERFORM.
005860 2025-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890*    "DECLARE COBPGRCN_CUR CURSOR FOR SELECT <COLUMNS> FROM
005900*    <TABLE> [WHERE ...] ORDER BY <KEYCOL>::TEXT COLLATE "C"" --
005910*    ONE STATEMENT, SENT UNCHANGED TO BOTH SIDES.
005920*----------------------------------------------------------------
005930 2030-BUILD-SQLSTR.
005940     MOVE SPACES TO WS-COL-LIST
005950     MOVE 1 TO WS-COL-PTR
005960     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
005970         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
005980         IF WS-COL-SUB > 1
005990             STRING "," DELIMITED BY SIZE
006000                 INTO WS-COL-LIST
006010                 WITH POINTER WS-COL-PTR
006020             END-STRING
006030         END-IF
006040         STRING WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
006050                 DELIMITED BY SPACE
006060             INTO WS-COL-LIST
006070             WITH POINTER WS-COL-PTR
006080         END-STRING
006090     END-PERFORM
006100     MOVE SPACES TO WS-SQLSTR
006110     MOVE 1 TO WS-SQL-PTR
006120     STRING
006130         "DECLARE cobpgrcn_cur CURSOR FOR SELECT "
006140             DELIMITED BY SIZE
006150         WS-COL-LIST      DELIMITED BY SPACE
006160         " FROM "         DELIMITED BY SIZE
006170         CTLP-TABLE-NAME  DELIMITED BY SPACE
006180         INTO WS-SQLSTR
006190         WITH POINTER WS-SQL-PTR
006200     END-STRING
006210     IF WS-WHERE-FINAL NOT = SPACES
006220         STRING
006230             " WHERE "      DELIMITED BY SIZE
006240             WS-WHERE-FINAL DELIMITED BY SIZE
006250             INTO WS-SQLSTR
006260             WITH POINTER WS-SQL-PTR
006270         END-STRING
006280     END-IF
006290     STRING
006300         " ORDER BY "  DELIMITED BY SIZE
006310         WS-STZ-KEYCOL(WS-STANZA-SUB) DELIMITED BY SPACE
006320         "::text COLLATE ""C"";" DELIMITED BY SIZE
006330         x"00"         DELIMITED BY SIZE
006340         INTO WS-SQLSTR
006350         WITH POINTER WS-SQL-PTR
006360     END-STRING.
006370 2030-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400*    OPEN ONE SIDE: TRANSACTION (A CURSOR NEEDS ONE) AND CURSOR.
006410*----------------------------------------------------------------
006420 5000-OPEN-SIDE.
006430     MOVE 'N' TO WS-SD-EOF-SW(WS-SIDE-SUB)
006440                 WS-SD-TRAN-SW(WS-SIDE-SUB)
006450     MOVE 0 TO WS-SD-ROWS(WS-SIDE-SUB) WS-SD-ROW(WS-SIDE-SUB)
006460               WS-SD-COUNT(WS-SIDE-SUB)
006470     SET WS-SD-RES(WS-SIDE-SUB) TO NULL
006480     CALL "PQexec" USING
006490         BY VALUE WS-SD-CONN(WS-SIDE-SUB)
006500         BY REFERENCE "BEGIN;" & x"00"
006510         RETURNING WS-PGRES
006520     END-CALL
006530     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
006540     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
006550     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
006560     IF WS-RETURN-CODE NOT = 0
006570         GO TO 5000-EXIT
006580     END-IF
006590     SET WS-SD-TRAN-OPEN(WS-SIDE-SUB) TO TRUE
006600     CALL "PQexec" USING
006610         BY VALUE WS-SD-CONN(WS-SIDE-SUB)
006620         BY REFERENCE WS-SQLSTR
006630         RETURNING WS-PGRES
006640     END-CALL
006650     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
006660     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
006670     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL.
006680 5000-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710*    ADVANCE ONE SIDE TO ITS NEXT ROW, FETCHING THE NEXT BATCH
006720*    ("FETCHSIZE=", DEFAULT 500) WHEN THE CURRENT ONE IS USED
006730*    UP.  AN EMPTY BATCH IS END OF DATA FOR THAT SIDE.
006740*----------------------------------------------------------------
006750 5100-NEXT-ROW.
006760     IF WS-SD-EOF(WS-SIDE-SUB)
006770         GO TO 5100-EXIT
006780     END-IF
006790     ADD 1 TO WS-SD-ROW(WS-SIDE-SUB)
006800     IF WS-SD-ROW(WS-SIDE-SUB) >= WS-SD-ROWS(WS-SIDE-SUB)
006810         PERFORM 5110-FETCH-BATCH THRU 5110-EXIT
006820         IF WS-SD-EOF(WS-SIDE-SUB) OR WS-RETURN-CODE NOT = 0
006830             GO TO 5100-EXIT
006840         END-IF
006850     END-IF
006860     PERFORM 5120-GET-ONE-VALUE THRU 5120-EXIT
006870         VARYING WS-SPALTE FROM 0 BY 1
006880         UNTIL WS-SPALTE = WS-SD-NFIELD(WS-SIDE-SUB)
006890     ADD 1 TO WS-SD-COUNT(WS-SIDE-SUB).
006900 5100-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930 5110-FETCH-BATCH.
006940     IF WS-SD-RES(WS-SIDE-SUB) NOT EQUAL NULL
006950         CALL "PQclear" USING BY VALUE WS-SD-RES(WS-SIDE-SUB)
006960         END-CALL
006970         SET WS-SD-RES(WS-SIDE-SUB) TO NULL
006980     END-IF
006990     MOVE SPACES TO WS-FETCH-SQL
007000     STRING
007010         "FETCH FORWARD "   DELIMITED BY SIZE
007020         WS-FETCH-SIZE      DELIMITED BY SIZE
007030         " FROM cobpgrcn_cur;" DELIMITED BY SIZE
007040         x"00"              DELIMITED BY SIZE
007050         INTO WS-FETCH-SQL
007060     END-STRING
007070     CALL "PQexec" USING
007080         BY VALUE WS-SD-CONN(WS-SIDE-SUB)
007090         BY REFERENCE WS-FETCH-SQL
007100         RETURNING WS-PGRES
007110     END-CALL
007120     MOVE PG-TUPLES-OK TO WS-EXPECTED-STATUS
007130     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
007140     IF WS-RETURN-CODE NOT = 0
007150         CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
007160         SET WS-SD-EOF(WS-SIDE-SUB) TO TRUE
007170         GO TO 5110-EXIT
007180     END-IF
007190     SET WS-SD-RES(WS-SIDE-SUB) TO WS-PGRES
007200     CALL "PQntuples" USING BY VALUE WS-PGRES
007210         RETURNING WS-SD-ROWS(WS-SIDE-SUB)
007220     END-CALL
007230     CALL "PQnfields" USING BY VALUE WS-PGRES
007240         RETURNING WS-SD-NFIELD(WS-SIDE-SUB)
007250     END-CALL
007260     MOVE 0 TO WS-SD-ROW(WS-SIDE-SUB)
007270     IF WS-SD-ROWS(WS-SIDE-SUB) = 0
007280         SET WS-SD-EOF(WS-SIDE-SUB) TO TRUE
007290     END-IF.
007300 5110-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330*    ONE COLUMN OF THE CURRENT ROW, NULL KEPT APART FROM AN
007340*    EMPTY STRING.  THE TEXT LENGTH TRAVELS WITH THE VALUE SO
007350*    TWO VALUES DIFFERING ONLY BEYOND BYTE 1000 STILL COMPARE
007360*    UNEQUAL BY LENGTH.
007370*----------------------------------------------------------------
007380 5120-GET-ONE-VALUE.
007390     COMPUTE WS-COL-SUB = WS-SPALTE + 1
007400     MOVE SPACES TO WS-SD-VALUE(WS-SIDE-SUB, WS-COL-SUB)
007410     MOVE 0 TO WS-SD-LEN(WS-SIDE-SUB, WS-COL-SUB)
007420     CALL "PQgetisnull" USING
007430         BY VALUE WS-SD-RES(WS-SIDE-SUB)
007440         BY VALUE WS-SD-ROW(WS-SIDE-SUB)
007450         BY VALUE WS-SPALTE
007460         RETURNING WS-NULL-FLAG
007470     END-CALL
007480     IF WS-NULL-FLAG = 1
007490         MOVE 'Y' TO WS-SD-NULL-SW(WS-SIDE-SUB, WS-COL-SUB)
007500         GO TO 5120-EXIT
007510     END-IF
007520     MOVE 'N' TO WS-SD-NULL-SW(WS-SIDE-SUB, WS-COL-SUB)
007530     CALL "PQgetvalue" USING
007540         BY VALUE WS-SD-RES(WS-SIDE-SUB)
007550         BY VALUE WS-SD-ROW(WS-SIDE-SUB)
007560         BY VALUE WS-SPALTE
007570         RETURNING WS-RESPTR
007580     END-CALL
007590     CALL "PQgetlength" USING
007600         BY VALUE WS-SD-RES(WS-SIDE-SUB)
007610         BY VALUE WS-SD-ROW(WS-SIDE-SUB)
007620         BY VALUE WS-SPALTE
007630         RETURNING WS-VAL-ACTUAL-LEN
007640     END-CALL
007650     IF WS-RESPTR EQUAL NULL OR WS-VAL-ACTUAL-LEN = 0
007660         GO TO 5120-EXIT
007670     END-IF
007680     SET ADDRESS OF WS-RESSTR TO WS-RESPTR
007690     IF WS-VAL-ACTUAL-LEN > 1000
007700         MOVE WS-RESSTR(1:1000)
007710             TO WS-SD-VALUE(WS-SIDE-SUB, WS-COL-SUB)
007720         MOVE 9999 TO WS-SD-LEN(WS-SIDE-SUB, WS-COL-SUB)
007730         IF WS-VAL-ACTUAL-LEN < 9999
007740             MOVE WS-VAL-ACTUAL-LEN
007750                 TO WS-SD-LEN(WS-SIDE-SUB, WS-COL-SUB)
007760         END-IF
007770     ELSE
007780         MOVE WS-RESSTR(1:WS-VAL-ACTUAL-LEN)
007790             TO WS-SD-VALUE(WS-SIDE-SUB, WS-COL-SUB)
007800         MOVE WS-VAL-ACTUAL-LEN
007810             TO WS-SD-LEN(WS-SIDE-SUB, WS-COL-SUB)
007820     END-IF.
007830 5120-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------
007860*    CLOSE ONE SIDE'S CURSOR AND END ITS READ-ONLY TRANSACTION.
007870*----------------------------------------------------------------
007880 5300-CLOSE-SIDE.
007890     IF WS-SD-RES(WS-SIDE-SUB) NOT EQUAL NULL
007900         CALL "PQclear" USING BY VALUE WS-SD-RES(WS-SIDE-SUB)
007910         END-CALL
007920         SET WS-SD-RES(WS-SIDE-SUB) TO NULL
007930     END-IF
007940     IF NOT WS-SD-TRAN-OPEN(WS-SIDE-SUB)
007950         GO TO 5300-EXIT
007960     END-IF
007970     CALL "PQexec" USING
007980         BY VALUE WS-SD-CONN(WS-SIDE-SUB)
007990         BY REFERENCE "ROLLBACK;" & x"00"
008000         RETURNING WS-PGRES
008010     END-CALL
008020     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
008030     MOVE 'N' TO WS-SD-TRAN-SW(WS-SIDE-SUB).
008040 5300-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070*    ONE MATCH-MERGE STEP.  THE LOWER KEY IS THE ROW THE OTHER
008080*    SIDE LACKS; EQUAL KEYS ARE COMPARED COLUMN BY COLUMN.  A
008090*    SIDE AT END OF DATA HOLDS HIGH-VALUES IN EFFECT.
008100*----------------------------------------------------------------
008110 6200-MERGE-ONE-STEP.
008120     EVALUATE TRUE
008130         WHEN WS-SD-EOF(1)
008140             SET WS-ONLY-ON-B TO TRUE
008150         WHEN WS-SD-EOF(2)
008160             SET WS-ONLY-ON-A TO TRUE
008170         WHEN WS-SD-VALUE(1, WS-KEY-POS)
008180                 < WS-SD-VALUE(2, WS-KEY-POS)
008190             SET WS-ONLY-ON-A TO TRUE
008200         WHEN WS-SD-VALUE(1, WS-KEY-POS)
008210                 > WS-SD-VALUE(2, WS-KEY-POS)
008220             SET WS-ONLY-ON-B TO TRUE
008230         WHEN OTHER
008240             SET WS-ON-BOTH TO TRUE
008250     END-EVALUATE
008260     EVALUATE TRUE
008270         WHEN WS-ONLY-ON-A
008280             MOVE 1 TO WS-SIDE-SUB
008290             PERFORM 6210-REPORT-MISSING THRU 6210-EXIT
008300             ADD 1 TO WS-MISSING-B-COUNT
008310             PERFORM 5100-NEXT-ROW THRU 5100-EXIT
008320         WHEN WS-ONLY-ON-B
008330             MOVE 2 TO WS-SIDE-SUB
008340             PERFORM 6210-REPORT-MISSING THRU 6210-EXIT
008350             ADD 1 TO WS-MISSING-A-COUNT
008360             PERFORM 5100-NEXT-ROW THRU 5100-EXIT
008370         WHEN OTHER
008380             PERFORM 6220-COMPARE-ROW THRU 6220-EXIT
008390             MOVE 1 TO WS-SIDE-SUB
008400             PERFORM 5100-NEXT-ROW THRU 5100-EXIT
008410             MOVE 2 TO WS-SIDE-SUB
008420             PERFORM 5100-NEXT-ROW THRU 5100-EXIT
008430     END-EVALUATE.
008440 6200-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470*    THE CURRENT ROW OF SIDE WS-SIDE-SUB HAS NO PARTNER -- IT IS
008480*    MISSING ON THE OTHER SIDE.
008490*----------------------------------------------------------------
008500 6210-REPORT-MISSING.
008510     MOVE SPACES TO RCX-RECORD WS-EXC-LINE
008520     MOVE CTLP-TABLE-NAME TO RCX-TABLE-NAME
008530     MOVE WS-SD-VALUE(WS-SIDE-SUB, WS-KEY-POS) TO RCX-KEY-VALUE
008540                                                 WS-EXL-KEY
008550     IF WS-SIDE-SUB = 1
008560         SET RCX-MISSING-ON-B TO TRUE
008570         MOVE "FEHLT IN B" TO WS-EXL-KIND
008580     ELSE
008590         SET RCX-MISSING-ON-A TO TRUE
008600         MOVE "FEHLT IN A" TO WS-EXL-KIND
008610     END-IF
008620     MOVE 4 TO WS-STANZA-RC
008630     PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT.
008640 6210-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670*    SAME KEY ON BOTH SIDES -- EVERY COLUMN THAT DIFFERS IS ONE
008680*    EXCEPTION RECORD AND ONE REPORT LINE.
008690*----------------------------------------------------------------
008700 6220-COMPARE-ROW.
008710     MOVE 'N' TO WS-ROW-DIFFERS-SW
008720     PERFORM 6230-COMPARE-ONE-COLUMN THRU 6230-EXIT
008730         VARYING WS-COL-SUB FROM 1 BY 1
008740         UNTIL WS-COL-SUB > WS-SD-NFIELD(1)
008750     IF WS-ROW-DIFFERS
008760         ADD 1 TO WS-DIFFER-COUNT
008770         MOVE 4 TO WS-STANZA-RC
008780     ELSE
008790         ADD 1 TO WS-EQUAL-COUNT
008800     END-IF.
008810 6220-EXIT.
008820     EXIT.
008830 6230-COMPARE-ONE-COLUMN.
008840     MOVE 'N' TO WS-COL-DIFFERS-SW
008850     EVALUATE TRUE
008860         WHEN WS-SD-IS-NULL(1, WS-COL-SUB)
008870           AND WS-SD-IS-NULL(2, WS-COL-SUB)
008880             CONTINUE
008890         WHEN WS-SD-IS-NULL(1, WS-COL-SUB)
008900           OR WS-SD-IS-NULL(2, WS-COL-SUB)
008910             SET WS-COL-DIFFERS TO TRUE
008920         WHEN WS-SD-LEN(1, WS-COL-SUB)
008930                 NOT = WS-SD-LEN(2, WS-COL-SUB)
008940             SET WS-COL-DIFFERS TO TRUE
008950         WHEN WS-SD-VALUE(1, WS-COL-SUB)
008960                 NOT = WS-SD-VALUE(2, WS-COL-SUB)
008970             SET WS-COL-DIFFERS TO TRUE
008980         WHEN OTHER
008990             CONTINUE
009000     END-EVALUATE
009010     IF NOT WS-COL-DIFFERS
009020         GO TO 6230-EXIT
009030     END-IF
009040     SET WS-ROW-DIFFERS TO TRUE
009050     MOVE SPACES TO RCX-RECORD WS-EXC-LINE
009060     MOVE CTLP-TABLE-NAME TO RCX-TABLE-NAME
009070     SET RCX-DIFFERS TO TRUE
009080     MOVE WS-SD-VALUE(1, WS-KEY-POS) TO RCX-KEY-VALUE WS-EXL-KEY
009090     MOVE WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
009100         TO RCX-COLUMN-NAME WS-EXL-COLUMN
009110     MOVE "ABWEICHUNG" TO WS-EXL-KIND
009120     IF WS-SD-IS-NULL(1, WS-COL-SUB)
009130         MOVE 'Y' TO RCX-NULL-A
009140         MOVE "**NULL**" TO WS-EXL-VALUE-A
009150     ELSE
009160         MOVE 'N' TO RCX-NULL-A
009170         MOVE WS-SD-VALUE(1, WS-COL-SUB) TO RCX-VALUE-A
009180                                           WS-EXL-VALUE-A
009190     END-IF
009200     IF WS-SD-IS-NULL(2, WS-COL-SUB)
009210         MOVE 'Y' TO RCX-NULL-B
009220         MOVE "**NULL**" TO WS-EXL-VALUE-B
009230     ELSE
009240         MOVE 'N' TO RCX-NULL-B
009250         MOVE WS-SD-VALUE(2, WS-COL-SUB) TO RCX-VALUE-B
009260                                           WS-EXL-VALUE-B
009270     END-IF
009280     PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT.
009290 6230-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320 6100-WRITE-STANZA-HEADING.
009330     MOVE SPACES TO RPT-RECORD
009340     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
009350     MOVE CTLP-TABLE-NAME TO WS-HD2-TABLE
009360     MOVE WS-PROFILE-A TO WS-HD2-PROFILE-A
009370     IF WS-PROFILE-A = SPACES
009380         MOVE "(STANDARD)" TO WS-HD2-PROFILE-A
009390     END-IF
009400     MOVE WS-PROFILE-B TO WS-HD2-PROFILE-B
009410     MOVE WS-STZ-KEYCOL(WS-STANZA-SUB) TO WS-HD2-KEYCOL
009420     MOVE WS-HEADING-2 TO RPT-RECORD
009430     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
009440     MOVE WS-HEADING-3 TO RPT-RECORD
009450     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
009460 6100-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490*    ROW COUNTS AND DIFFERENCE COUNTS OF THE STANZA.  ANY
009500*    DIFFERENCE FLAGS THE STANZA, IS ECHOED TO SYSERR AND ENDS
009510*    THE RUN WITH RC 4.
009520*----------------------------------------------------------------
009530 6300-REPORT-SUMMARY.
009540     MOVE SPACES TO RPT-RECORD
009550     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
009560     MOVE "ZEILEN SEITE A" TO WS-SUML-LABEL
009570     MOVE WS-SD-COUNT(1) TO WS-SUML-COUNT
009580     MOVE SPACES TO WS-SUML-FLAG
009590     PERFORM 6310-WRITE-SUM-LINE THRU 6310-EXIT
009600     MOVE "ZEILEN SEITE B" TO WS-SUML-LABEL
009610     MOVE WS-SD-COUNT(2) TO WS-SUML-COUNT
009620     PERFORM 6310-WRITE-SUM-LINE THRU 6310-EXIT
009630     MOVE "GLEICH" TO WS-SUML-LABEL
009640     MOVE WS-EQUAL-COUNT TO WS-SUML-COUNT
009650     PERFORM 6310-WRITE-SUM-LINE THRU 6310-EXIT
009660     MOVE "FEHLT IN A (NUR IN B)" TO WS-SUML-LABEL
009670     MOVE WS-MISSING-A-COUNT TO WS-SUML-COUNT
009680     IF WS-MISSING-A-COUNT > 0
009690         MOVE "**" TO WS-SUML-FLAG
009700     END-IF
009710     PERFORM 6310-WRITE-SUM-LINE THRU 6310-EXIT
009720     MOVE SPACES TO WS-SUML-FLAG
009730     MOVE "FEHLT IN B (NUR IN A)" TO WS-SUML-LABEL
009740     MOVE WS-MISSING-B-COUNT TO WS-SUML-COUNT
009750     IF WS-MISSING-B-COUNT > 0
009760         MOVE "**" TO WS-SUML-FLAG
009770     END-IF
009780     PERFORM 6310-WRITE-SUM-LINE THRU 6310-EXIT
009790     MOVE SPACES TO WS-SUML-FLAG
009800     MOVE "ABWEICHENDE ZEILEN" TO WS-SUML-LABEL
009810     MOVE WS-DIFFER-COUNT TO WS-SUML-COUNT
009820     IF WS-DIFFER-COUNT > 0
009830         MOVE "**" TO WS-SUML-FLAG
009840     END-IF
009850     PERFORM 6310-WRITE-SUM-LINE THRU 6310-EXIT
009860     IF WS-STANZA-RC NOT = 0
009870         ADD 1 TO WS-STANZAS-FLAGGED
009880         DISPLAY "COBPGRCN: SEITEN WEICHEN AB -- "
009890             CTLP-TABLE-NAME UPON SYSERR
009900         END-DISPLAY
009910         IF WS-RETURN-CODE < 4
009920             MOVE 4 TO WS-RETURN-CODE
009930         END-IF
009940     END-IF.
009950 6300-EXIT.
009960     EXIT.
009970 6310-WRITE-SUM-LINE.
009980     MOVE WS-SUM-LINE TO RPT-RECORD
009990     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
010000 6310-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------
010030 3200-WRITE-RPT-RECORD.
010040     WRITE RPT-RECORD
010050     IF WS-RPT-FILE-STATUS NOT = "00"
010060         DISPLAY "COBPGRCN: COBPGRCR WRITE FEHLER "
010070             WS-RPT-FILE-STATUS UPON SYSERR
010080         MOVE 8 TO WS-RETURN-CODE
010090     END-IF.
010100 3200-EXIT.
010110     EXIT.
010120*----------------------------------------------------------------
010130*    ONE DIFFERENCE -- TO THE EXCEPTIONS FILE AND THE REPORT.
010140*----------------------------------------------------------------
010150 3300-WRITE-EXCEPTION.
010160     WRITE RCX-RECORD
010170     IF WS-RCX-FILE-STATUS NOT = "00"
010180         DISPLAY "COBPGRCN: COBPGRCX WRITE FEHLER "
010190             WS-RCX-FILE-STATUS UPON SYSERR
010200         MOVE 8 TO WS-RETURN-CODE
010210         GO TO 3300-EXIT
010220     END-IF
010230     MOVE WS-EXC-LINE TO RPT-RECORD
010240     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
010250 3300-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------
010280 8000-CHECK-STATUS.
010290     CALL "PQresultStatus" USING BY VALUE WS-PGRES
010300         RETURNING WS-PQ-STATUS
010310     END-CALL
010320     IF WS-PQ-STATUS = WS-EXPECTED-STATUS
010330         GO TO 8000-EXIT
010340     END-IF
010350     CALL "PQresultErrorMessage" USING BY VALUE WS-PGRES
010360         RETURNING WS-ERRPTR
010370     END-CALL
010380     MOVE SPACES TO WS-ERR-MSG-TRIM
010390     IF WS-ERRPTR NOT EQUAL NULL
010400         SET ADDRESS OF WS-ERRSTR TO WS-ERRPTR
010410         STRING WS-ERRSTR DELIMITED BY x"00"
010420             INTO WS-ERR-MSG-TRIM
010430         END-STRING
010440     END-IF
010450     DISPLAY "COBPGRCN: SQL FEHLER SEITE "
010460         WS-SD-LABEL(WS-SIDE-SUB)
010470         " -- " WS-ERR-MSG-TRIM UPON SYSERR
010480     END-DISPLAY
010490     MOVE 8 TO WS-RETURN-CODE.
010500 8000-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------
010530 4200-WRITE-RUN-LOG.
010540     IF WS-LOG-FILE-STATUS NOT = "00"
010550         GO TO 4200-EXIT
010560     END-IF
010570     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
010580     ACCEPT WS-SYS-TIME FROM TIME
010590     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
010600     MOVE WS-FMT-TS TO WS-END-TS
010610     MOVE "COBPGRCN"     TO RLOG-PROGRAM-ID
010620     MOVE WS-STZ-START-TS TO RLOG-START-TS
010630     MOVE WS-END-TS      TO RLOG-END-TS
010640     MOVE CTLP-TABLE-NAME TO RLOG-TABLE-NAME
010650     MOVE WS-SD-COUNT(1) TO RLOG-ROW-COUNT
010660     IF WS-RETURN-CODE = 8
010670         MOVE WS-RETURN-CODE TO RLOG-RETURN-CODE
010680     ELSE
010690         MOVE WS-STANZA-RC   TO RLOG-RETURN-CODE
010700     END-IF
010710     MOVE 0              TO RLOG-TRUNC-COUNT
010720     MOVE RLOG-RECORD    TO LOG-RECORD
010730     WRITE LOG-RECORD
010740     IF WS-LOG-FILE-STATUS NOT = "00"
010750         DISPLAY "COBPGRCN: COBPGLOG WRITE FEHLER "
010760             WS-LOG-FILE-STATUS UPON SYSERR
010770         MOVE 8 TO WS-RETURN-CODE
010780     END-IF.
010790 4200-EXIT.
010800     EXIT.
010810*----------------------------------------------------------------
010820 4000-TERMINATE.
010830     IF WS-RPT-FILE-STATUS = "00"
010840         CLOSE RPT-FILE
010850     END-IF
010860     IF WS-RCX-FILE-STATUS = "00"
010870         CLOSE RCX-FILE
010880     END-IF
010890     IF WS-LOG-FILE-STATUS = "00"
010900         CLOSE LOG-FILE
010910     END-IF
010920     PERFORM VARYING WS-SIDE-SUB FROM 1 BY 1
010930         UNTIL WS-SIDE-SUB > 2
010940         IF WS-SD-CONN(WS-SIDE-SUB) NOT EQUAL NULL
010950             CALL "PQfinish" USING
010960                 BY VALUE WS-SD-CONN(WS-SIDE-SUB)
010970             END-CALL
010980             SET WS-SD-CONN(WS-SIDE-SUB) TO NULL
010990         END-IF
011000     END-PERFORM
011010     DISPLAY "Wir haben ", WS-STANZAS-RECONCILED,
011020         " Stanzas abgeglichen, ", WS-STANZAS-FLAGGED,
011030         " mit Differenzen" UPON SYSOUT
011040     END-DISPLAY.
011050 4000-EXIT.
011060     EXIT.
