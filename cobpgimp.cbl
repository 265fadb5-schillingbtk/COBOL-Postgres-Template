000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGIMP.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-08.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGIMP
000090*
000100*  PURPOSE.    INBOUND LOAD OF PARTNER-BANK FILES INTO POSTGRES
000110*              STAGING TABLES -- THE ONE PROGRAM THAT BRINGS DATA
000120*              IN RATHER THAN PULLING IT OUT, SO NOBODY LOADS A
000130*              PARTNER FILE BY HAND WITH PSQL ANY MORE.
000140*
000150*              DRIVEN BY THE COBPGIMC CONTROL FILE, WHICH USES THE
000160*              COBPGPRM STANZA RULES: EVERY "TABLE=" LINE STARTS A
000170*              STANZA (ONE PARTNER FILE), "COLUMNS=", "FORMAT=",
000180*              "DELIMITER=", "WIDTHS=", "INFILE=", "SENDER=",
000190*              "HASHCOL=" AND "REPLACE=" APPLY TO THE STANZA MOST
000200*              RECENTLY STARTED.  SEE CONFIG/COBPGIMC.SAMPLE.
000210*
000220*              EVERY FILE IS CONTROLLED BEFORE A ROW COMMITS:
000230*                - THE HEADER MUST NAME THE STANZA'S SENDER, A
000240*                  VALID BUSINESS DATE AND A SEQUENCE NUMBER
000250*                  EXACTLY ONE ABOVE THE LAST ONE LOADED FOR THAT
000260*                  SENDER (COBPGIMS), WITH A BUSINESS DATE NOT
000270*                  BEFORE THE LAST ONE -- A FILE IS NEVER LOADED
000280*                  TWICE AND NEVER OUT OF ORDER.
000290*                - THE TRAILER MUST TIE OUT: DETAIL-RECORD COUNT
000300*                  AND HASH TOTAL OVER "HASHCOL=".
000310*              THE ROWS GO INTO THE STAGING TABLE IN ONE
000320*              TRANSACTION PER FILE ("REPLACE=Y" EMPTIES THE TABLE
000330*              IN THE SAME TRANSACTION FIRST).  A FILE THAT FAILS
000340*              ANY CONTROL, OR ANY ROW THE DATABASE REFUSES, IS
000350*              ROLLED BACK WHOLE AND THE RUN ENDS RC 8.  THE OTHER
000360*              STANZAS STILL LOAD.  ONE RUN-LOG RECORD PER STANZA
000370*              GOES TO COBPGLOG.
000380*
000390*              COBPGIMS IS REWRITTEN RIGHT AFTER EACH COMMIT (THE
000400*              SAME TRADE-OFF AS THE COBPGWBK CHECKPOINT).  A
000410*              SENDER WITH NO COBPGIMS ENTRY YET IS TAKEN AT
000420*              WHATEVER SEQUENCE NUMBER ITS FIRST FILE CARRIES.
000430*
000440*              RETURN CODE 0 = EVERY FILE LOADED, 8 = AT LEAST ONE
000450*              FILE REJECTED, OR A CONTROL-FILE, SQL OR I/O ERROR.
000460*
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  ------------------------------------------
000500*  2026-10-08 TS    INITIAL VERSION.
000501*  2026-10-15 TS    COBPGLOG CARRIES EACH FILE'S OWN RESULT -- A
000502*                   REJECTED FILE NO LONGER MARKS THE FILES AFTER
000503*                   IT AS FAILED.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT IMC-FILE ASSIGN TO "COBPGIMC"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-IMC-FILE-STATUS.
000580     SELECT INB-FILE ASSIGN TO "COBPGINB"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-INB-FILE-STATUS.
000610     SELECT IMS-FILE ASSIGN TO "COBPGIMS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-IMS-FILE-STATUS.
000640     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LOG-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  IMC-FILE.
000700 01  IMC-RECORD                  PIC X(160).
000710 FD  INB-FILE.
000720 COPY INBREC.
000730 FD  IMS-FILE.
000740 01  IMS-RECORD.
000750     05  IMS-SENDER              PIC X(10).
000760     05  FILLER                  PIC X(01).
000770     05  IMS-LAST-SEQ            PIC 9(06).
000780     05  FILLER                  PIC X(01).
000790     05  IMS-LAST-BUS-DATE       PIC X(10).
000800     05  FILLER                  PIC X(01).
000810     05  IMS-LOAD-TS             PIC X(19).
000820     05  FILLER                  PIC X(01).
000830     05  IMS-TABLE               PIC X(30).
000840 FD  LOG-FILE.
000850 01  LOG-RECORD                   PIC X(109).
000860 WORKING-STORAGE SECTION.
000870 COPY DBCONN.
000880 COPY RUNLOG.
000890 COPY PGCONST.
000900 77  WS-PGCONN                    USAGE POINTER.
000910 77  WS-PGRES                     USAGE POINTER.
000920 77  WS-NULL-PTR                  USAGE POINTER VALUE NULL.
000930 77  WS-ERRPTR                    USAGE POINTER.
000940 01  WS-ERRSTR                    PIC X(200) BASED.
000950 77  WS-ERR-MSG-TRIM              PIC X(200).
000960 77  WS-PQ-STATUS                 PIC S9(9) COMP-5.
000970 77  WS-EXPECTED-STATUS           PIC S9(9) COMP-5.
000980 77  WS-NPARAMS                   PIC S9(9) COMP-5.
000990 77  WS-PARM-NO-DISP              PIC 9(02).
001000 01  WS-PARM-BUFFERS.
001010     05  WS-PARM-BUF OCCURS 20 TIMES PIC X(81).
001020 01  WS-PARM-PTRS.
001030     05  WS-PARM-PTR OCCURS 20 TIMES USAGE POINTER.
001040 77  WS-INS-SQLSTR                PIC X(900).
001050 77  WS-INS-PTR                   PIC 9(04) COMP.
001060 77  WS-SQLSTR                    PIC X(200).
001070 77  WS-IMC-FILE-STATUS           PIC X(02).
001080 77  WS-INB-FILE-STATUS           PIC X(02).
001090 77  WS-IMS-FILE-STATUS           PIC X(02).
001100 77  WS-LOG-FILE-STATUS           PIC X(02).
001110 77  WS-PRM-KEY                   PIC X(20).
001120 77  WS-PRM-VALUE                 PIC X(160).
001130 77  WS-PRM-EQ-POS                PIC 9(04) COMP.
001140 77  WS-IMC-EOF-SW                PIC X(01) VALUE 'N'.
001150     88  WS-IMC-EOF                          VALUE 'Y'.
001160 77  WS-INB-EOF-SW                PIC X(01).
001170     88  WS-INB-EOF                          VALUE 'Y'.
001180 77  WS-IMS-EOF-SW                PIC X(01).
001190     88  WS-IMS-EOF                          VALUE 'Y'.
001200 77  WS-LOG-OPEN-SW               PIC X(01) VALUE 'N'.
001210     88  WS-LOG-OPEN                         VALUE 'Y'.
001220 77  WS-INB-OPEN-SW               PIC X(01).
001230     88  WS-INB-OPEN                         VALUE 'Y'.
001240 77  WS-TRAN-OPEN-SW              PIC X(01).
001250     88  WS-TRAN-OPEN                        VALUE 'Y'.
001260 77  WS-TRAILER-SEEN-SW           PIC X(01).
001270     88  WS-TRAILER-SEEN                     VALUE 'Y'.
001280 77  WS-COLUMNS-VALUE             PIC X(160).
001290 77  WS-TOK-PTR                   PIC 9(04) COMP.
001300 77  WS-TOK-WIDTH                 PIC X(04).
001310 77  WS-COL-SUB                   PIC 9(04) COMP.
001320 77  WS-FLD-POS                   PIC 9(04) COMP.
001330 77  WS-FLD-LEN                   PIC 9(04) COMP.
001340 77  WS-DELIM-COUNT               PIC 9(04) COMP.
001350 77  WS-TRIM-POS                  PIC 9(04) COMP.
001360 77  WS-REJ-REASON                PIC X(40).
001370 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
001380 77  WS-STANZA-RC                 PIC 9(04).
001390 77  WS-SYS-DATE                  PIC 9(08).
001400 77  WS-SYS-TIME                  PIC 9(08).
001410 77  WS-FMT-TS                    PIC X(26).
001420 77  WS-START-TS                  PIC X(26).
001430 77  WS-STZ-START-TS              PIC X(26).
001440 77  WS-END-TS                    PIC X(26).
001450 77  WS-CUR-INFILE                PIC X(44).
001460 77  WS-DETAIL-COUNT              PIC 9(09).
001470 77  WS-ROWS-LOADED               PIC 9(09).
001480 77  WS-HASH-SUM                  PIC S9(13)V9(05) COMP-3.
001490 77  WS-HASH-TRAILER              PIC S9(13)V9(05) COMP-3.
001500 77  WS-HASH-POS                  PIC 9(02) COMP.
001510 77  WS-FILES-LOADED              PIC 9(04) VALUE 0.
001520 77  WS-FILES-REJECTED            PIC 9(04) VALUE 0.
001530 77  WS-ALIGN-WORK                PIC X(80).
001540 77  WS-DATE-CHECK                PIC X(10).
001550 77  WS-HDR-SENDER                PIC X(10).
001560 77  WS-HDR-BUS-DATE              PIC X(10).
001570 77  WS-HDR-SEQ-NO                PIC 9(06).
001580*****************************************************************
001590*    DECIMAL PARSE WORK FIELDS -- SAME PARSE AS COBPGVAL AND
001600*    COBPGBAL, SO THE HASH TOTAL IS ADDED EXACTLY THE WAY THE
001610*    REST OF THE HOUSE READS A NUMBER.
001620*****************************************************************
001630 01  WS-PARSE-WORK.
001640     05  WS-PARSE-FIELD           PIC X(80).
001650     05  WS-PARSE-VALUE           PIC S9(13)V9(05) COMP-3.
001660     05  WS-PARSE-INT             PIC S9(18) COMP-3.
001670     05  WS-PARSE-DIV             PIC 9(06) COMP.
001680     05  WS-PARSE-SCALE           PIC 9(02) COMP.
001690     05  WS-PARSE-SUB             PIC 9(04) COMP.
001700     05  WS-PARSE-LEN             PIC 9(04) COMP.
001710     05  WS-PARSE-CHAR            PIC X(01).
001720     05  WS-PARSE-DIGIT           PIC 9(01).
001730     05  WS-PARSE-NEG-SW          PIC X(01).
001740         88  WS-PARSE-NEG                 VALUE 'Y'.
001750     05  WS-PARSE-DOT-SW          PIC X(01).
001760         88  WS-PARSE-DOT-SEEN            VALUE 'Y'.
001770     05  WS-PARSE-DIGITS          PIC 9(04) COMP.
001780     05  WS-PARSE-OK-SW           PIC X(01).
001790         88  WS-PARSE-OK                  VALUE 'Y'.
001800*****************************************************************
001810*    ONE DETAIL RECORD, SPLIT INTO ITS COLUMN VALUES.
001820*****************************************************************
001830 01  WS-FIELD-AREA.
001840     05  WS-FLD-ENTRY OCCURS 20 TIMES.
001850         10  WS-FLD-VALUE         PIC X(80).
001860         10  WS-FLD-NULL-SW       PIC X(01).
001870             88  WS-FLD-IS-NULL           VALUE 'Y'.
001880         10  WS-FLD-COUNT         PIC 9(04) COMP.
001890*****************************************************************
001900*    LAST FILE LOADED PER SENDER, AS KEPT IN COBPGIMS.  READ
001910*    WHOLE AT START, UPDATED AFTER EVERY COMMIT AND WRITTEN
001920*    BACK WHOLE.
001930*****************************************************************
001940 01  WS-SEQ-AREA.
001950     05  WS-SEQ-COUNT             PIC 9(04) COMP VALUE 0.
001960     05  WS-SEQ-SUB               PIC 9(04) COMP.
001970     05  WS-SEQ-HIT               PIC 9(04) COMP.
001980     05  WS-SEQ-ENTRY OCCURS 200 TIMES.
001990         10  WS-SEQ-SENDER        PIC X(10).
002000         10  WS-SEQ-LAST          PIC 9(06).
002010         10  WS-SEQ-BUS-DATE      PIC X(10).
002020         10  WS-SEQ-LOAD-TS       PIC X(19).
002030         10  WS-SEQ-TABLE         PIC X(30).
002040*****************************************************************
002050*    ONE ENTRY PER "TABLE=" STANZA IN COBPGIMC.
002060*****************************************************************
002070 01  WS-STANZA-AREA.
002080     05  WS-STANZA-COUNT          PIC 9(02) COMP VALUE 0.
002090     05  WS-STANZA-SUB            PIC 9(02) COMP.
002100     05  WS-STANZA-ENTRY OCCURS 32 TIMES.
002110         10  WS-STZ-TABLE         PIC X(30).
002120         10  WS-STZ-TABLE-SET-SW  PIC X(01).
002130             88  WS-STZ-TABLE-SET         VALUE 'Y'.
002140         10  WS-STZ-INFILE        PIC X(44).
002150         10  WS-STZ-FORMAT        PIC X(01).
002160             88  WS-STZ-FMT-FIXED         VALUE 'F'.
002170             88  WS-STZ-FMT-DELIMITED     VALUE 'D'.
002180         10  WS-STZ-DELIMITER     PIC X(01).
002190         10  WS-STZ-SENDER        PIC X(10).
002200         10  WS-STZ-HASHCOL       PIC X(30).
002210         10  WS-STZ-REPLACE-SW    PIC X(01).
002220             88  WS-STZ-REPLACE           VALUE 'Y'.
002230         10  WS-STZ-COL-COUNT     PIC 9(02) COMP.
002240         10  WS-STZ-COLUMN        PIC X(30) OCCURS 20 TIMES.
002250         10  WS-STZ-WIDTH-COUNT   PIC 9(02) COMP.
002260         10  WS-STZ-WIDTH         PIC 9(02) COMP OCCURS 20 TIMES.
002270 PROCEDURE DIVISION.
002280*----------------------------------------------------------------
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002310     IF WS-RETURN-CODE = 0
002320         PERFORM 6000-LOAD-ONE-FILE THRU 6000-EXIT
002330             VARYING WS-STANZA-SUB FROM 1 BY 1
002340             UNTIL WS-STANZA-SUB > WS-STANZA-COUNT
002350     END-IF
002360     PERFORM 4000-TERMINATE THRU 4000-EXIT
002370     STOP RUN RETURNING WS-RETURN-CODE.
002380*----------------------------------------------------------------
002390 1000-INITIALIZE.
002400     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002410     ACCEPT WS-SYS-TIME FROM TIME
002420     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
002430     MOVE WS-FMT-TS TO WS-START-TS
002440     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT
002450     IF WS-RETURN-CODE NOT = 0
002460         GO TO 1000-EXIT
002470     END-IF
002480     IF WS-STANZA-COUNT = 0
002490         DISPLAY "COBPGIMP: KEINE STANZAS IN COBPGIMC"
002500             UPON SYSERR
002510         MOVE 8 TO WS-RETURN-CODE
002520         GO TO 1000-EXIT
002530     END-IF
002540     PERFORM 1200-CHECK-STANZA THRU 1200-EXIT
002550         VARYING WS-STANZA-SUB FROM 1 BY 1
002560         UNTIL WS-STANZA-SUB > WS-STANZA-COUNT
002570     IF WS-RETURN-CODE NOT = 0
002580         GO TO 1000-EXIT
002590     END-IF
002600     PERFORM 1500-READ-SEQUENCE-STATE THRU 1500-EXIT
002610     IF WS-RETURN-CODE NOT = 0
002620         GO TO 1000-EXIT
002630     END-IF
002640     OPEN EXTEND LOG-FILE
002650     IF WS-LOG-FILE-STATUS NOT = "00"
002660         OPEN OUTPUT LOG-FILE
002670         IF WS-LOG-FILE-STATUS NOT = "00"
002680             DISPLAY "COBPGIMP: COBPGLOG OPEN FEHLER "
002690                 WS-LOG-FILE-STATUS UPON SYSERR
002700             MOVE 8 TO WS-RETURN-CODE
002710             GO TO 1000-EXIT
002720         END-IF
002730     END-IF
002740     SET WS-LOG-OPEN TO TRUE
002750     PERFORM 1300-CONNECT-DATABASE THRU 1300-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790 1010-FORMAT-TIMESTAMP.
002800     MOVE SPACES TO WS-FMT-TS
002810     STRING
002820         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
002830         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
002840         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
002850         DELIMITED BY SIZE
002860         INTO WS-FMT-TS
002870     END-STRING.
002880 1010-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910*    READ THE LOAD CONTROLS -- THE COBPGPRM STANZA RULES: EVERY
002920*    "TABLE=" STARTS A STANZA, EVERYTHING ELSE APPLIES TO THE
002930*    STANZA MOST RECENTLY STARTED.  AN UNKNOWN KEYWORD FAILS THE
002940*    RUN -- A MISTYPED "HASHCOL=" MUST NOT LOAD A FILE UNCHECKED.
002950*----------------------------------------------------------------
002960 1100-READ-PARAMETERS.
002970     MOVE 'N' TO WS-IMC-EOF-SW
002980     OPEN INPUT IMC-FILE
002990     IF WS-IMC-FILE-STATUS NOT = "00"
003000         DISPLAY "COBPGIMP: COBPGIMC NICHT GEFUNDEN" UPON SYSERR
003010         MOVE 8 TO WS-RETURN-CODE
003020         GO TO 1100-EXIT
003030     END-IF
003040     PERFORM 1110-READ-IMC-RECORD THRU 1110-EXIT
003050         UNTIL WS-IMC-EOF OR WS-RETURN-CODE NOT = 0
003060     CLOSE IMC-FILE.
003070 1100-EXIT.
003080     EXIT.
003090 1110-READ-IMC-RECORD.
003100     READ IMC-FILE
003110         AT END
003120             SET WS-IMC-EOF TO TRUE
003130             GO TO 1110-EXIT
003140     END-READ
003150     IF IMC-RECORD = SPACES OR IMC-RECORD(1:1) = "*"
003160         GO TO 1110-EXIT
003170     END-IF
003180     MOVE 0 TO WS-PRM-EQ-POS
003190     INSPECT IMC-RECORD TALLYING WS-PRM-EQ-POS
003200         FOR CHARACTERS BEFORE INITIAL "="
003210     IF WS-PRM-EQ-POS = 0 OR WS-PRM-EQ-POS >= LENGTH OF IMC-RECORD
003220         GO TO 1110-EXIT
003230     END-IF
003240     MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
003250     MOVE IMC-RECORD(1:WS-PRM-EQ-POS) TO WS-PRM-KEY
003260     MOVE IMC-RECORD(WS-PRM-EQ-POS + 2:) TO WS-PRM-VALUE
003270     IF WS-PRM-KEY NOT = "TABLE"
003280         PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003290     END-IF
003300     EVALUATE WS-PRM-KEY
003310         WHEN "TABLE"
003320             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
003330             IF WS-STZ-TABLE-SET(WS-STANZA-COUNT)
003340                 PERFORM 1140-NEW-STANZA THRU 1140-EXIT
003350             END-IF
003360             MOVE WS-PRM-VALUE(1:30)
003370                 TO WS-STZ-TABLE(WS-STANZA-COUNT)
003380             SET WS-STZ-TABLE-SET(WS-STANZA-COUNT) TO TRUE
003390         WHEN "COLUMNS"
003400             MOVE WS-PRM-VALUE TO WS-COLUMNS-VALUE
003410             PERFORM 1120-PARSE-COLUMNS THRU 1120-EXIT
003420         WHEN "WIDTHS"
003430             MOVE WS-PRM-VALUE TO WS-COLUMNS-VALUE
003440             PERFORM 1150-PARSE-WIDTHS THRU 1150-EXIT
003450         WHEN "INFILE"
003460             MOVE WS-PRM-VALUE(1:44)
003470                 TO WS-STZ-INFILE(WS-STANZA-COUNT)
003480         WHEN "FORMAT"
003490             IF WS-PRM-VALUE(1:9) = "DELIMITED"
003500                 MOVE 'D' TO WS-STZ-FORMAT(WS-STANZA-COUNT)
003510             ELSE
003520                 MOVE 'F' TO WS-STZ-FORMAT(WS-STANZA-COUNT)
003530             END-IF
003540         WHEN "DELIMITER"
003550             MOVE WS-PRM-VALUE(1:1)
003560                 TO WS-STZ-DELIMITER(WS-STANZA-COUNT)
003570         WHEN "SENDER"
003580             MOVE WS-PRM-VALUE(1:10)
003590                 TO WS-STZ-SENDER(WS-STANZA-COUNT)
003600         WHEN "HASHCOL"
003610             MOVE WS-PRM-VALUE(1:30)
003620                 TO WS-STZ-HASHCOL(WS-STANZA-COUNT)
003630         WHEN "REPLACE"
003640             MOVE WS-PRM-VALUE(1:1)
003650                 TO WS-STZ-REPLACE-SW(WS-STANZA-COUNT)
003660         WHEN OTHER
003670             DISPLAY "COBPGIMP: UNBEKANNTES SCHLUESSELWORT -- "
003680                 WS-PRM-KEY UPON SYSERR
003690             MOVE 8 TO WS-RETURN-CODE
003700     END-EVALUATE.
003710 1110-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740 1120-PARSE-COLUMNS.
003750     MOVE 0 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
003760     MOVE 1 TO WS-TOK-PTR
003770     PERFORM 1130-PARSE-ONE-COLUMN THRU 1130-EXIT
003780         UNTIL WS-TOK-PTR > 160
003790            OR WS-STZ-COL-COUNT(WS-STANZA-COUNT) = 20.
003800 1120-EXIT.
003810     EXIT.
003820 1130-PARSE-ONE-COLUMN.
003830     ADD 1 TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
003840     UNSTRING WS-COLUMNS-VALUE DELIMITED BY ","
003850         INTO WS-STZ-COLUMN(WS-STANZA-COUNT,
003860             WS-STZ-COL-COUNT(WS-STANZA-COUNT))
003870         WITH POINTER WS-TOK-PTR
003880     END-UNSTRING
003890     IF WS-STZ-COLUMN(WS-STANZA-COUNT,
003900             WS-STZ-COL-COUNT(WS-STANZA-COUNT)) = SPACES
003910         SUBTRACT 1 FROM WS-STZ-COL-COUNT(WS-STANZA-COUNT)
003920     END-IF.
003930 1130-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960 1135-ENSURE-STANZA.
003970     IF WS-STANZA-COUNT = 0
003980         PERFORM 1140-NEW-STANZA THRU 1140-EXIT
003990     END-IF.
004000 1135-EXIT.
004010     EXIT.
004020 1140-NEW-STANZA.
004030     IF WS-STANZA-COUNT = 32
004040         DISPLAY "COBPGIMP: MEHR ALS 32 STANZAS IN COBPGIMC"
004050             UPON SYSERR
004060         MOVE 8 TO WS-RETURN-CODE
004070         GO TO 1140-EXIT
004080     END-IF
004090     ADD 1 TO WS-STANZA-COUNT
004100     MOVE SPACES     TO WS-STZ-TABLE(WS-STANZA-COUNT)
004110     MOVE 'N'        TO WS-STZ-TABLE-SET-SW(WS-STANZA-COUNT)
004120     MOVE "COBPGINB" TO WS-STZ-INFILE(WS-STANZA-COUNT)
004130     MOVE 'F'        TO WS-STZ-FORMAT(WS-STANZA-COUNT)
004140     MOVE "|"        TO WS-STZ-DELIMITER(WS-STANZA-COUNT)
004150     MOVE SPACES     TO WS-STZ-SENDER(WS-STANZA-COUNT)
004160     MOVE SPACES     TO WS-STZ-HASHCOL(WS-STANZA-COUNT)
004170     MOVE 'N'        TO WS-STZ-REPLACE-SW(WS-STANZA-COUNT)
004180     MOVE 0          TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
004190     MOVE 0          TO WS-STZ-WIDTH-COUNT(WS-STANZA-COUNT).
004200 1140-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230*    "WIDTHS=10,40,12" -- ONE FIELD WIDTH PER "COLUMNS=" ENTRY,
004240*    FIELDS BACK TO BACK FROM COLUMN 2 OF THE DETAIL RECORD.
004250*----------------------------------------------------------------
004260 1150-PARSE-WIDTHS.
004270     MOVE 0 TO WS-STZ-WIDTH-COUNT(WS-STANZA-COUNT)
004280     MOVE 1 TO WS-TOK-PTR
004290     PERFORM 1160-PARSE-ONE-WIDTH THRU 1160-EXIT
004300         UNTIL WS-TOK-PTR > 160
004310            OR WS-STZ-WIDTH-COUNT(WS-STANZA-COUNT) = 20
004320            OR WS-RETURN-CODE NOT = 0.
004330 1150-EXIT.
004340     EXIT.
004350 1160-PARSE-ONE-WIDTH.
004360     MOVE SPACES TO WS-TOK-WIDTH
004370     UNSTRING WS-COLUMNS-VALUE DELIMITED BY "," OR " "
004380         INTO WS-TOK-WIDTH
004390         WITH POINTER WS-TOK-PTR
004400     END-UNSTRING
004410     IF WS-TOK-WIDTH = SPACES
004420         GO TO 1160-EXIT
004430     END-IF
004440     ADD 1 TO WS-STZ-WIDTH-COUNT(WS-STANZA-COUNT)
004450     MOVE WS-STZ-WIDTH-COUNT(WS-STANZA-COUNT) TO WS-COL-SUB
004460     EVALUATE TRUE
004470         WHEN WS-TOK-WIDTH(2:3) = SPACES
004480           AND WS-TOK-WIDTH(1:1) NUMERIC
004490             MOVE WS-TOK-WIDTH(1:1)
004500                 TO WS-STZ-WIDTH(WS-STANZA-COUNT, WS-COL-SUB)
004510         WHEN WS-TOK-WIDTH(3:2) = SPACES
004520           AND WS-TOK-WIDTH(1:2) NUMERIC
004530             MOVE WS-TOK-WIDTH(1:2)
004540                 TO WS-STZ-WIDTH(WS-STANZA-COUNT, WS-COL-SUB)
004550         WHEN OTHER
004560             MOVE 0 TO WS-STZ-WIDTH(WS-STANZA-COUNT, WS-COL-SUB)
004570     END-EVALUATE
004580     IF WS-STZ-WIDTH(WS-STANZA-COUNT, WS-COL-SUB) = 0
004590        OR WS-STZ-WIDTH(WS-STANZA-COUNT, WS-COL-SUB) > 80
004600         DISPLAY "COBPGIMP: WIDTHS-WERT UNGUELTIG (1-80) -- "
004610             WS-TOK-WIDTH UPON SYSERR
004620         MOVE 8 TO WS-RETURN-CODE
004630     END-IF.
004640 1160-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670*    A STANZA MUST BE COMPLETE BEFORE ANY FILE IS TOUCHED: TABLE,
004680*    COLUMNS, SENDER, A HASH COLUMN FROM THE COLUMN LIST, AND FOR
004690*    A FIXED LAYOUT ONE WIDTH PER COLUMN.
004700*----------------------------------------------------------------
004710 1200-CHECK-STANZA.
004720     IF WS-STZ-TABLE(WS-STANZA-SUB) = SPACES
004730        OR WS-STZ-COL-COUNT(WS-STANZA-SUB) = 0
004740         DISPLAY "COBPGIMP: TABLE= ODER COLUMNS= FEHLT -- STANZA "
004750             WS-STANZA-SUB UPON SYSERR
004760         MOVE 8 TO WS-RETURN-CODE
004770         GO TO 1200-EXIT
004780     END-IF
004790     IF WS-STZ-SENDER(WS-STANZA-SUB) = SPACES
004800         DISPLAY "COBPGIMP: SENDER= FEHLT -- "
004810             WS-STZ-TABLE(WS-STANZA-SUB) UPON SYSERR
004820         MOVE 8 TO WS-RETURN-CODE
004830         GO TO 1200-EXIT
004840     END-IF
004850     PERFORM 6010-FIND-HASH-POS THRU 6010-EXIT
004860     IF WS-HASH-POS = 0
004870         DISPLAY "COBPGIMP: HASHCOL= FEHLT/NICHT IN COLUMNS -- "
004880             WS-STZ-TABLE(WS-STANZA-SUB) UPON SYSERR
004890         MOVE 8 TO WS-RETURN-CODE
004900         GO TO 1200-EXIT
004910     END-IF
004920     IF WS-STZ-FMT-FIXED(WS-STANZA-SUB)
004930        AND WS-STZ-WIDTH-COUNT(WS-STANZA-SUB)
004940            NOT = WS-STZ-COL-COUNT(WS-STANZA-SUB)
004950         DISPLAY "COBPGIMP: WIDTHS= PASST NICHT ZU COLUMNS -- "
004960             WS-STZ-TABLE(WS-STANZA-SUB) UPON SYSERR
004970         MOVE 8 TO WS-RETURN-CODE
004980     END-IF.
004990 1200-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020 1300-CONNECT-DATABASE.
005030     CALL "DBCONNEC" USING WS-PGCONN WS-RETURN-CODE
005040     END-CALL.
005050 1300-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080*    COBPGIMS -- ONE LINE PER SENDER WITH THE LAST FILE LOADED.
005090*    A MISSING FILE IS AN EMPTY HISTORY (FIRST RUN EVER).
005100*----------------------------------------------------------------
005110 1500-READ-SEQUENCE-STATE.
005120     MOVE 0 TO WS-SEQ-COUNT
005130     OPEN INPUT IMS-FILE
005140     IF WS-IMS-FILE-STATUS NOT = "00"
005150         GO TO 1500-EXIT
005160     END-IF
005170     MOVE 'N' TO WS-IMS-EOF-SW
005180     PERFORM 1510-READ-ONE-SEQUENCE THRU 1510-EXIT
005190         UNTIL WS-IMS-EOF OR WS-RETURN-CODE NOT = 0
005200     CLOSE IMS-FILE.
005210 1500-EXIT.
005220     EXIT.
005230 1510-READ-ONE-SEQUENCE.
005240     READ IMS-FILE
005250         AT END
005260             SET WS-IMS-EOF TO TRUE
005270             GO TO 1510-EXIT
005280     END-READ
005290     IF IMS-SENDER = SPACES
005300         GO TO 1510-EXIT
005310     END-IF
005320     IF WS-SEQ-COUNT = 200 OR IMS-LAST-SEQ NOT NUMERIC
005330         DISPLAY "COBPGIMP: COBPGIMS UNGUELTIG -- " IMS-SENDER
005340             UPON SYSERR
005350         MOVE 8 TO WS-RETURN-CODE
005360         GO TO 1510-EXIT
005370     END-IF
005380     ADD 1 TO WS-SEQ-COUNT
005390     MOVE IMS-SENDER        TO WS-SEQ-SENDER(WS-SEQ-COUNT)
005400     MOVE IMS-LAST-SEQ      TO WS-SEQ-LAST(WS-SEQ-COUNT)
005410     MOVE IMS-LAST-BUS-DATE TO WS-SEQ-BUS-DATE(WS-SEQ-COUNT)
005420     MOVE IMS-LOAD-TS       TO WS-SEQ-LOAD-TS(WS-SEQ-COUNT)
005430     MOVE IMS-TABLE         TO WS-SEQ-TABLE(WS-SEQ-COUNT).
005440 1510-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470*    ONE PARTNER FILE, FRONT TO BACK.  THE HEADER IS CHECKED
005480*    BEFORE THE TRANSACTION OPENS; EVERY DETAIL ROW IS INSERTED
005490*    AS IT IS READ; THE TRAILER DECIDES BETWEEN COMMIT AND
005500*    ROLLBACK.  ANY REJECTION LEAVES ITS REASON IN WS-REJ-REASON.
005510*----------------------------------------------------------------
005520 6000-LOAD-ONE-FILE.
005530     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
005540     ACCEPT WS-SYS-TIME FROM TIME
005550     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
005560     MOVE WS-FMT-TS TO WS-STZ-START-TS
005570     MOVE 0 TO WS-STANZA-RC WS-DETAIL-COUNT WS-ROWS-LOADED
005580     MOVE 0 TO WS-HASH-SUM WS-HASH-TRAILER
005590     MOVE SPACES TO WS-REJ-REASON
005600     MOVE 'N' TO WS-INB-OPEN-SW WS-TRAN-OPEN-SW WS-TRAILER-SEEN-SW
005610     MOVE 'N' TO WS-INB-EOF-SW
005620     MOVE WS-STZ-INFILE(WS-STANZA-SUB) TO WS-CUR-INFILE
005630     PERFORM 6010-FIND-HASH-POS THRU 6010-EXIT
005640     DISPLAY "DD_COBPGINB" UPON ENVIRONMENT-NAME
005650     DISPLAY WS-CUR-INFILE UPON ENVIRONMENT-VALUE
005660     OPEN INPUT INB-FILE
005670     IF WS-INB-FILE-STATUS NOT = "00"
005680         MOVE "DATEI NICHT GEFUNDEN" TO WS-REJ-REASON
005690         GO TO 6000-FINISH
005700     END-IF
005710     SET WS-INB-OPEN TO TRUE
005720     PERFORM 6100-CHECK-HEADER THRU 6100-EXIT
005730     IF WS-REJ-REASON NOT = SPACES
005740         GO TO 6000-FINISH
005750     END-IF
005760     PERFORM 6200-BEGIN-LOAD THRU 6200-EXIT
005770     IF WS-REJ-REASON NOT = SPACES
005780         GO TO 6000-FINISH
005790     END-IF
005800     PERFORM 6300-READ-ONE-RECORD THRU 6300-EXIT
005810         UNTIL WS-INB-EOF OR WS-REJ-REASON NOT = SPACES
005820     IF WS-REJ-REASON = SPACES AND NOT WS-TRAILER-SEEN
005830         MOVE "TRAILER FEHLT" TO WS-REJ-REASON
005840     END-IF.
005850 6000-FINISH.
005860     IF WS-REJ-REASON = SPACES
005870         PERFORM 6600-COMMIT-LOAD THRU 6600-EXIT
005880     END-IF
005890     IF WS-REJ-REASON NOT = SPACES
005900         PERFORM 6700-REJECT-FILE THRU 6700-EXIT
005910     END-IF
005920     IF WS-INB-OPEN
005930         CLOSE INB-FILE
005940     END-IF
005950     PERFORM 4200-WRITE-RUN-LOG THRU 4200-EXIT.
005960 6000-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990 6010-FIND-HASH-POS.
006000     MOVE 0 TO WS-HASH-POS
006010     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
006020         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
006030         IF WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
006040                 = WS-STZ-HASHCOL(WS-STANZA-SUB)
006050             MOVE WS-COL-SUB TO WS-HASH-POS
006060         END-IF
006070     END-PERFORM.
006080 6010-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110*    THE HEADER: RIGHT SENDER, A PLAUSIBLE BUSINESS DATE, AND THE
006120*    NEXT SEQUENCE NUMBER FOR THAT SENDER -- THE SAME NUMBER
006130*    AGAIN (OR A LOWER ONE) IS A FILE ALREADY LOADED, A HIGHER
006140*    ONE MEANS A FILE IN BETWEEN IS MISSING.
006150*----------------------------------------------------------------
006160 6100-CHECK-HEADER.
006170     READ INB-FILE
006180         AT END
006190             MOVE "DATEI LEER" TO WS-REJ-REASON
006200             GO TO 6100-EXIT
006210     END-READ
006220     IF NOT INB-IS-HEADER
006230         MOVE "HEADER FEHLT" TO WS-REJ-REASON
006240         GO TO 6100-EXIT
006250     END-IF
006260     IF INB-HDR-SENDER NOT = WS-STZ-SENDER(WS-STANZA-SUB)
006270         MOVE "FALSCHER ABSENDER" TO WS-REJ-REASON
006280         GO TO 6100-EXIT
006290     END-IF
006300     MOVE INB-HDR-BUS-DATE TO WS-DATE-CHECK
006310     IF WS-DATE-CHECK(1:4) NOT NUMERIC
006320        OR WS-DATE-CHECK(5:1) NOT = "-"
006330        OR WS-DATE-CHECK(6:2) NOT NUMERIC
006340        OR WS-DATE-CHECK(8:1) NOT = "-"
006350        OR WS-DATE-CHECK(9:2) NOT NUMERIC
006360        OR WS-DATE-CHECK(6:2) < "01" OR WS-DATE-CHECK(6:2) > "12"
006370        OR WS-DATE-CHECK(9:2) < "01" OR WS-DATE-CHECK(9:2) > "31"
006380         MOVE "GESCHAEFTSDATUM UNGUELTIG" TO WS-REJ-REASON
006390         GO TO 6100-EXIT
006400     END-IF
006410     IF INB-HDR-SEQ-NO NOT NUMERIC
006420         MOVE "SEQUENZNUMMER NICHT NUMERISCH" TO WS-REJ-REASON
006430         GO TO 6100-EXIT
006440     END-IF
006450     MOVE INB-HDR-SENDER   TO WS-HDR-SENDER
006460     MOVE INB-HDR-BUS-DATE TO WS-HDR-BUS-DATE
006470     MOVE INB-HDR-SEQ-NUM  TO WS-HDR-SEQ-NO
006480     MOVE 0 TO WS-SEQ-HIT
006490     PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
006500         UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
006510         IF WS-SEQ-SENDER(WS-SEQ-SUB) = INB-HDR-SENDER
006520             MOVE WS-SEQ-SUB TO WS-SEQ-HIT
006530         END-IF
006540     END-PERFORM
006550     IF WS-SEQ-HIT = 0
006560         GO TO 6100-EXIT
006570     END-IF
006580     EVALUATE TRUE
006590         WHEN INB-HDR-SEQ-NUM <= WS-SEQ-LAST(WS-SEQ-HIT)
006600             MOVE "BEREITS GELADEN (SEQUENZNUMMER)"
006610                 TO WS-REJ-REASON
006620         WHEN INB-HDR-SEQ-NUM > WS-SEQ-LAST(WS-SEQ-HIT) + 1
006630             MOVE "SEQUENZLUECKE" TO WS-REJ-REASON
006640         WHEN INB-HDR-BUS-DATE < WS-SEQ-BUS-DATE(WS-SEQ-HIT)
006650             MOVE "GESCHAEFTSDATUM RUECKLAEUFIG" TO WS-REJ-REASON
006660         WHEN OTHER
006670             CONTINUE
006680     END-EVALUATE.
006690 6100-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720*    OPEN THE TRANSACTION, EMPTY THE STAGING TABLE IF THE STANZA
006730*    SAYS SO, AND BUILD THE ONE INSERT EVERY ROW GOES THROUGH --
006740*    "INSERT INTO <TABLE> (C1,C2) VALUES ($1,$2);", VALUES BOUND,
006750*    NEVER CONCATENATED.
006760*----------------------------------------------------------------
006770 6200-BEGIN-LOAD.
006780     CALL "PQexec" USING
006790         BY VALUE WS-PGCONN
006800         BY REFERENCE "BEGIN;" & x"00"
006810         RETURNING WS-PGRES
006820     END-CALL
006830     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
006840     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
006850     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
006860     IF WS-REJ-REASON NOT = SPACES
006870         GO TO 6200-EXIT
006880     END-IF
006890     SET WS-TRAN-OPEN TO TRUE
006900     IF WS-STZ-REPLACE(WS-STANZA-SUB)
006910         MOVE SPACES TO WS-SQLSTR
006920         STRING
006930             "DELETE FROM "              DELIMITED BY SIZE
006940             WS-STZ-TABLE(WS-STANZA-SUB) DELIMITED BY SPACE
006950             ";"                         DELIMITED BY SIZE
006960             x"00"                       DELIMITED BY SIZE
006970             INTO WS-SQLSTR
006980         END-STRING
006990         CALL "PQexec" USING
007000             BY VALUE WS-PGCONN
007010             BY REFERENCE WS-SQLSTR
007020             RETURNING WS-PGRES
007030         END-CALL
007040         MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
007050         PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
007060         CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
007070         IF WS-REJ-REASON NOT = SPACES
007080             GO TO 6200-EXIT
007090         END-IF
007100     END-IF
007110     MOVE SPACES TO WS-INS-SQLSTR
007120     MOVE 1 TO WS-INS-PTR
007130     STRING
007140         "INSERT INTO "              DELIMITED BY SIZE
007150         WS-STZ-TABLE(WS-STANZA-SUB) DELIMITED BY SPACE
007160         " ("                        DELIMITED BY SIZE
007170         INTO WS-INS-SQLSTR
007180         WITH POINTER WS-INS-PTR
007190     END-STRING
007200     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007210         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
007220         IF WS-COL-SUB > 1
007230             STRING "," DELIMITED BY SIZE
007240                 INTO WS-INS-SQLSTR
007250                 WITH POINTER WS-INS-PTR
007260             END-STRING
007270         END-IF
007280         STRING WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
007290                 DELIMITED BY SPACE
007300             INTO WS-INS-SQLSTR
007310             WITH POINTER WS-INS-PTR
007320         END-STRING
007330     END-PERFORM
007340     STRING ") VALUES (" DELIMITED BY SIZE
007350         INTO WS-INS-SQLSTR
007360         WITH POINTER WS-INS-PTR
007370     END-STRING
007380     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007390         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
007400         IF WS-COL-SUB > 1
007410             STRING "," DELIMITED BY SIZE
007420                 INTO WS-INS-SQLSTR
007430                 WITH POINTER WS-INS-PTR
007440             END-STRING
007450         END-IF
007460         MOVE WS-COL-SUB TO WS-PARM-NO-DISP
007470         IF WS-PARM-NO-DISP < 10
007480             STRING "$" WS-PARM-NO-DISP(2:1) DELIMITED BY SIZE
007490                 INTO WS-INS-SQLSTR
007500                 WITH POINTER WS-INS-PTR
007510             END-STRING
007520         ELSE
007530             STRING "$" WS-PARM-NO-DISP DELIMITED BY SIZE
007540                 INTO WS-INS-SQLSTR
007550                 WITH POINTER WS-INS-PTR
007560             END-STRING
007570         END-IF
007580     END-PERFORM
007590     STRING ");" x"00" DELIMITED BY SIZE
007600         INTO WS-INS-SQLSTR
007610         WITH POINTER WS-INS-PTR
007620     END-STRING
007630     MOVE WS-STZ-COL-COUNT(WS-STANZA-SUB) TO WS-NPARAMS.
007640 6200-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670*    AFTER THE HEADER ONLY DETAIL RECORDS AND ONE CLOSING
007680*    TRAILER ARE ALLOWED.  ANYTHING BEHIND THE TRAILER, A SECOND
007690*    HEADER OR AN UNKNOWN RECORD TYPE REJECTS THE FILE.
007700*----------------------------------------------------------------
007710 6300-READ-ONE-RECORD.
007720     READ INB-FILE
007730         AT END
007740             SET WS-INB-EOF TO TRUE
007750             GO TO 6300-EXIT
007760     END-READ
007770     IF WS-TRAILER-SEEN
007780         MOVE "SAETZE NACH DEM TRAILER" TO WS-REJ-REASON
007790         GO TO 6300-EXIT
007800     END-IF
007810     EVALUATE TRUE
007820         WHEN INB-IS-DETAIL
007830             ADD 1 TO WS-DETAIL-COUNT
007840             PERFORM 6400-SPLIT-DETAIL THRU 6400-EXIT
007850             IF WS-REJ-REASON = SPACES
007860                 PERFORM 6450-ADD-HASH THRU 6450-EXIT
007870             END-IF
007880             IF WS-REJ-REASON = SPACES
007890                 PERFORM 6500-INSERT-ROW THRU 6500-EXIT
007900             END-IF
007910         WHEN INB-IS-TRAILER
007920             SET WS-TRAILER-SEEN TO TRUE
007930             PERFORM 6550-CHECK-TRAILER THRU 6550-EXIT
007940         WHEN OTHER
007950             MOVE "SATZART UNGUELTIG" TO WS-REJ-REASON
007960     END-EVALUATE.
007970 6300-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000*    SPLIT ONE DETAIL RECORD INTO WS-FLD-ENTRY.  FIXED: "WIDTHS="
008010*    FIELDS BACK TO BACK FROM COLUMN 2, AN ALL-BLANK FIELD LOADS
008020*    AS NULL.  DELIMITED: EXACTLY ONE FIELD PER COLUMN, "\N" IS
008030*    NULL AND AN EMPTY FIELD AN EMPTY STRING -- THE SAME
008040*    CONVENTION COBPG WRITES.  A FIELD OVER 80 BYTES REJECTS THE
008050*    FILE.  TRAILING BLANKS ARE NOT CARRIED.
008060*----------------------------------------------------------------
008070 6400-SPLIT-DETAIL.
008080     MOVE SPACES TO WS-FIELD-AREA
008090     IF WS-STZ-FMT-FIXED(WS-STANZA-SUB)
008100         MOVE 1 TO WS-FLD-POS
008110         PERFORM VARYING WS-COL-SUB FROM 1 BY 1
008120             UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
008130             MOVE WS-STZ-WIDTH(WS-STANZA-SUB, WS-COL-SUB)
008140                 TO WS-FLD-LEN
008150             MOVE INB-DETAIL-DATA(WS-FLD-POS:WS-FLD-LEN)
008160                 TO WS-FLD-VALUE(WS-COL-SUB)
008170             IF WS-FLD-VALUE(WS-COL-SUB) = SPACES
008180                 MOVE 'Y' TO WS-FLD-NULL-SW(WS-COL-SUB)
008190             ELSE
008200                 MOVE 'N' TO WS-FLD-NULL-SW(WS-COL-SUB)
008210             END-IF
008220             ADD WS-FLD-LEN TO WS-FLD-POS
008230         END-PERFORM
008240         GO TO 6400-EXIT
008250     END-IF
008260     MOVE 0 TO WS-DELIM-COUNT
008270     INSPECT INB-DETAIL-DATA TALLYING WS-DELIM-COUNT
008280         FOR ALL WS-STZ-DELIMITER(WS-STANZA-SUB)
008290     IF WS-DELIM-COUNT + 1 NOT = WS-STZ-COL-COUNT(WS-STANZA-SUB)
008300         MOVE "FELDANZAHL FALSCH" TO WS-REJ-REASON
008310         GO TO 6400-EXIT
008320     END-IF
008330     MOVE 1 TO WS-TOK-PTR
008340     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
008350         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
008360         MOVE 0 TO WS-FLD-COUNT(WS-COL-SUB)
008370         UNSTRING INB-DETAIL-DATA
008380             DELIMITED BY WS-STZ-DELIMITER(WS-STANZA-SUB)
008390             INTO WS-FLD-VALUE(WS-COL-SUB)
008400                 COUNT IN WS-FLD-COUNT(WS-COL-SUB)
008410             WITH POINTER WS-TOK-PTR
008420         END-UNSTRING
008430         MOVE 'N' TO WS-FLD-NULL-SW(WS-COL-SUB)
008440         IF WS-FLD-VALUE(WS-COL-SUB) = "\N"
008450             MOVE 'Y' TO WS-FLD-NULL-SW(WS-COL-SUB)
008460         END-IF
008470         IF WS-FLD-COUNT(WS-COL-SUB) > 80
008480            AND WS-COL-SUB < WS-STZ-COL-COUNT(WS-STANZA-SUB)
008490             MOVE "FELD LAENGER ALS 80 BYTES" TO WS-REJ-REASON
008500         END-IF
008510     END-PERFORM
008520     MOVE WS-STZ-COL-COUNT(WS-STANZA-SUB) TO WS-COL-SUB
008530     IF WS-FLD-COUNT(WS-COL-SUB) > 80
008540        AND INB-DETAIL-DATA(WS-TOK-PTR - WS-FLD-COUNT(WS-COL-SUB)
008550            + 80:) NOT = SPACES
008560         MOVE "FELD LAENGER ALS 80 BYTES" TO WS-REJ-REASON
008570     END-IF.
008580 6400-EXIT.
008590     EXIT.
008600*----------------------------------------------------------------
008610*    THE HASH COLUMN IS ADDED UP FOR THE TRAILER CHECK; A NULL
008620*    ADDS NOTHING, A VALUE THAT IS NOT A NUMBER REJECTS THE FILE.
008630*----------------------------------------------------------------
008640 6450-ADD-HASH.
008650     IF WS-FLD-IS-NULL(WS-HASH-POS)
008660         GO TO 6450-EXIT
008670     END-IF
008680     MOVE WS-FLD-VALUE(WS-HASH-POS) TO WS-PARSE-FIELD
008690     PERFORM 9050-ALIGN-PARSE-FIELD THRU 9050-EXIT
008700     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
008710     IF NOT WS-PARSE-OK
008720         MOVE "HASH-SPALTE NICHT NUMERISCH" TO WS-REJ-REASON
008730         GO TO 6450-EXIT
008740     END-IF
008750     ADD WS-PARSE-VALUE TO WS-HASH-SUM
008760         ON SIZE ERROR
008770             MOVE "HASH-SUMME UEBERLAUF" TO WS-REJ-REASON
008780     END-ADD.
008790 6450-EXIT.
008800     EXIT.
008810*----------------------------------------------------------------
008820 6500-INSERT-ROW.
008830     PERFORM 6510-BIND-ONE-VALUE THRU 6510-EXIT
008840         VARYING WS-COL-SUB FROM 1 BY 1
008850         UNTIL WS-COL-SUB > WS-STZ-COL-COUNT(WS-STANZA-SUB)
008860     CALL "PQexecParams" USING
008870         BY VALUE WS-PGCONN
008880         BY REFERENCE WS-INS-SQLSTR
008890         BY VALUE WS-NPARAMS
008900         BY VALUE WS-NULL-PTR
008910         BY REFERENCE WS-PARM-PTR(1)
008920         BY VALUE WS-NULL-PTR
008930         BY VALUE WS-NULL-PTR
008940         BY VALUE 0
008950         RETURNING WS-PGRES
008960     END-CALL
008970     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
008980     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
008990     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
009000     IF WS-REJ-REASON = SPACES
009010         ADD 1 TO WS-ROWS-LOADED
009020     END-IF.
009030 6500-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060*    ONE VALUE INTO ITS NULL-TERMINATED PARAMETER BUFFER, TRAILING
009070*    BLANKS CUT; A NULL BINDS A NULL POINTER.
009080*----------------------------------------------------------------
009090 6510-BIND-ONE-VALUE.
009100     IF WS-FLD-IS-NULL(WS-COL-SUB)
009110         SET WS-PARM-PTR(WS-COL-SUB) TO NULL
009120         GO TO 6510-EXIT
009130     END-IF
009140     MOVE SPACES TO WS-PARM-BUF(WS-COL-SUB)
009150     MOVE WS-FLD-VALUE(WS-COL-SUB)
009160         TO WS-PARM-BUF(WS-COL-SUB)(1:80)
009170     MOVE 80 TO WS-TRIM-POS
009180     PERFORM UNTIL WS-TRIM-POS = 0
009190         OR WS-PARM-BUF(WS-COL-SUB)(WS-TRIM-POS:1) NOT = SPACE
009200         SUBTRACT 1 FROM WS-TRIM-POS
009210     END-PERFORM
009220     MOVE x"00" TO WS-PARM-BUF(WS-COL-SUB)(WS-TRIM-POS + 1:1)
009230     SET WS-PARM-PTR(WS-COL-SUB)
009240         TO ADDRESS OF WS-PARM-BUF(WS-COL-SUB).
009250 6510-EXIT.
009260     EXIT.
009270*----------------------------------------------------------------
009280*    THE TRAILER MUST AGREE WITH WHAT WAS ACTUALLY READ --
009290*    DETAIL COUNT AND HASH TOTAL, TO THE LAST DECIMAL.
009300*----------------------------------------------------------------
009310 6550-CHECK-TRAILER.
009320     IF INB-TRL-REC-COUNT NOT NUMERIC
009330         MOVE "TRAILER-ANZAHL NICHT NUMERISCH" TO WS-REJ-REASON
009340         GO TO 6550-EXIT
009350     END-IF
009360     IF INB-TRL-COUNT-NUM NOT = WS-DETAIL-COUNT
009370         MOVE "TRAILER-ANZAHL STIMMT NICHT" TO WS-REJ-REASON
009380         GO TO 6550-EXIT
009390     END-IF
009400     MOVE SPACES TO WS-PARSE-FIELD
009410     MOVE INB-TRL-HASH-TOTAL TO WS-PARSE-FIELD
009420     PERFORM 9050-ALIGN-PARSE-FIELD THRU 9050-EXIT
009430     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
009440     IF NOT WS-PARSE-OK
009450         MOVE "TRAILER-HASH NICHT NUMERISCH" TO WS-REJ-REASON
009460         GO TO 6550-EXIT
009470     END-IF
009480     MOVE WS-PARSE-VALUE TO WS-HASH-TRAILER
009490     IF WS-HASH-TRAILER NOT = WS-HASH-SUM
009500         MOVE "TRAILER-HASH STIMMT NICHT" TO WS-REJ-REASON
009510     END-IF.
009520 6550-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550*    EVERYTHING TIED OUT -- COMMIT, THEN ADVANCE THE SENDER'S
009560*    SEQUENCE IN COBPGIMS.
009570*----------------------------------------------------------------
009580 6600-COMMIT-LOAD.
009590     CALL "PQexec" USING
009600         BY VALUE WS-PGCONN
009610         BY REFERENCE "COMMIT;" & x"00"
009620         RETURNING WS-PGRES
009630     END-CALL
009640     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
009650     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
009660     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
009670     IF WS-REJ-REASON NOT = SPACES
009680         GO TO 6600-EXIT
009690     END-IF
009700     MOVE 'N' TO WS-TRAN-OPEN-SW
009710     IF WS-SEQ-HIT = 0
009720         IF WS-SEQ-COUNT = 200
009730             DISPLAY "COBPGIMP: MEHR ALS 200 ABSENDER IN COBPGIMS"
009740                 UPON SYSERR
009750             MOVE 8 TO WS-STANZA-RC WS-RETURN-CODE
009760             GO TO 6600-EXIT
009770         END-IF
009780         ADD 1 TO WS-SEQ-COUNT
009790         MOVE WS-SEQ-COUNT TO WS-SEQ-HIT
009800     END-IF
009810     MOVE WS-HDR-SENDER TO WS-SEQ-SENDER(WS-SEQ-HIT)
009820     MOVE WS-HDR-SEQ-NO TO WS-SEQ-LAST(WS-SEQ-HIT)
009830     MOVE WS-HDR-BUS-DATE TO WS-SEQ-BUS-DATE(WS-SEQ-HIT)
009840     MOVE WS-STZ-START-TS(1:19) TO WS-SEQ-LOAD-TS(WS-SEQ-HIT)
009850     MOVE WS-STZ-TABLE(WS-STANZA-SUB) TO WS-SEQ-TABLE(WS-SEQ-HIT)
009860     PERFORM 6650-WRITE-SEQUENCE-STATE THRU 6650-EXIT
009870     ADD 1 TO WS-FILES-LOADED
009880     DISPLAY "COBPGIMP: " WS-CUR-INFILE " ABSENDER "
009890         WS-HDR-SENDER " DATUM " WS-HDR-BUS-DATE
009900         " SEQ " WS-HDR-SEQ-NO " -- " WS-ROWS-LOADED
009910         " ZEILEN GELADEN IN " WS-STZ-TABLE(WS-STANZA-SUB)
009920         UPON SYSOUT
009930     END-DISPLAY.
009940 6600-EXIT.
009950     EXIT.
009960*----------------------------------------------------------------
009970 6650-WRITE-SEQUENCE-STATE.
009980     OPEN OUTPUT IMS-FILE
009990     IF WS-IMS-FILE-STATUS NOT = "00"
010000         DISPLAY "COBPGIMP: COBPGIMS OPEN FEHLER "
010010             WS-IMS-FILE-STATUS UPON SYSERR
010020         MOVE 8 TO WS-STANZA-RC WS-RETURN-CODE
010030         GO TO 6650-EXIT
010040     END-IF
010050     PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
010060         UNTIL WS-SEQ-SUB > WS-SEQ-COUNT
010070         MOVE SPACES TO IMS-RECORD
010080         MOVE WS-SEQ-SENDER(WS-SEQ-SUB)   TO IMS-SENDER
010090         MOVE WS-SEQ-LAST(WS-SEQ-SUB)     TO IMS-LAST-SEQ
010100         MOVE WS-SEQ-BUS-DATE(WS-SEQ-SUB) TO IMS-LAST-BUS-DATE
010110         MOVE WS-SEQ-LOAD-TS(WS-SEQ-SUB)  TO IMS-LOAD-TS
010120         MOVE WS-SEQ-TABLE(WS-SEQ-SUB)    TO IMS-TABLE
010130         WRITE IMS-RECORD
010140         IF WS-IMS-FILE-STATUS NOT = "00"
010150             DISPLAY "COBPGIMP: COBPGIMS WRITE FEHLER "
010160                 WS-IMS-FILE-STATUS UPON SYSERR
010170             MOVE 8 TO WS-STANZA-RC WS-RETURN-CODE
010180         END-IF
010190     END-PERFORM
010200     CLOSE IMS-FILE.
010210 6650-EXIT.
010220     EXIT.
010230*----------------------------------------------------------------
010240*    THE WHOLE FILE IS REFUSED -- ROLL BACK WHATEVER WAS INSERTED,
010250*    SAY WHY, AND END THE RUN RC 8.
010260*----------------------------------------------------------------
010270 6700-REJECT-FILE.
010280     IF WS-TRAN-OPEN
010290         CALL "PQexec" USING
010300             BY VALUE WS-PGCONN
010310             BY REFERENCE "ROLLBACK;" & x"00"
010320             RETURNING WS-PGRES
010330         END-CALL
010340         CALL "PQresultStatus" USING BY VALUE WS-PGRES
010350             RETURNING WS-PQ-STATUS
010360         END-CALL
010370         IF WS-PQ-STATUS NOT = PG-COMMAND-OK
010380             DISPLAY "COBPGIMP: ROLLBACK FEHLGESCHLAGEN"
010390                 UPON SYSERR
010400         END-IF
010410         CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
010420         MOVE 'N' TO WS-TRAN-OPEN-SW
010430     END-IF
010440     MOVE 0 TO WS-ROWS-LOADED
010450     MOVE 8 TO WS-STANZA-RC WS-RETURN-CODE
010460     ADD 1 TO WS-FILES-REJECTED
010470     DISPLAY "COBPGIMP: DATEI ABGEWIESEN -- " WS-REJ-REASON
010480         " -- " WS-CUR-INFILE UPON SYSERR
010490     END-DISPLAY
010500     IF WS-DETAIL-COUNT > 0
010510         DISPLAY "COBPGIMP: BEI DETAILSATZ " WS-DETAIL-COUNT
010520             UPON SYSERR
010530         END-DISPLAY
010540     END-IF.
010550 6700-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------
010580*    A FAILED STATEMENT REJECTS THE FILE (THE TRANSACTION IS
010590*    ROLLED BACK BY 6700); THE DATABASE'S OWN MESSAGE GOES TO
010600*    SYSERR.
010610*----------------------------------------------------------------
010620 8000-CHECK-STATUS.
010630     CALL "PQresultStatus" USING BY VALUE WS-PGRES
010640         RETURNING WS-PQ-STATUS
010650     END-CALL
010660     IF WS-PQ-STATUS = WS-EXPECTED-STATUS
010670         GO TO 8000-EXIT
010680     END-IF
010690     CALL "PQresultErrorMessage" USING BY VALUE WS-PGRES
010700         RETURNING WS-ERRPTR
010710     END-CALL
010720     MOVE SPACES TO WS-ERR-MSG-TRIM
010730     IF WS-ERRPTR NOT EQUAL NULL
010740         SET ADDRESS OF WS-ERRSTR TO WS-ERRPTR
010750         STRING WS-ERRSTR DELIMITED BY x"00"
010760             INTO WS-ERR-MSG-TRIM
010770         END-STRING
010780     END-IF
010790     DISPLAY "COBPGIMP: SQL FEHLER -- " WS-ERR-MSG-TRIM
010800         UPON SYSERR
010810     END-DISPLAY
010820     MOVE "SQL FEHLER" TO WS-REJ-REASON.
010830 8000-EXIT.
010840     EXIT.
010850*----------------------------------------------------------------
010860*    PARTNER FILES RIGHT-ALIGN THEIR AMOUNTS -- DROP THE LEADING
010870*    BLANKS BEFORE THE PARSE.
010880*----------------------------------------------------------------
010890 9050-ALIGN-PARSE-FIELD.
010900     MOVE 0 TO WS-PARSE-SUB
010910     INSPECT WS-PARSE-FIELD TALLYING WS-PARSE-SUB
010920         FOR LEADING SPACES
010930     IF WS-PARSE-SUB > 0 AND WS-PARSE-SUB < 80
010940         MOVE WS-PARSE-FIELD(WS-PARSE-SUB + 1:) TO WS-ALIGN-WORK
010950         MOVE WS-ALIGN-WORK TO WS-PARSE-FIELD
010960     END-IF.
010970 9050-EXIT.
010980     EXIT.
010990*----------------------------------------------------------------
011000 9100-PARSE-DEC.
011010     MOVE 'N' TO WS-PARSE-OK-SW WS-PARSE-NEG-SW WS-PARSE-DOT-SW
011020     MOVE 0 TO WS-PARSE-INT WS-PARSE-SCALE WS-PARSE-DIGITS
011030     MOVE LENGTH OF WS-PARSE-FIELD TO WS-PARSE-LEN
011040     PERFORM UNTIL WS-PARSE-LEN = 0
011050         OR WS-PARSE-FIELD(WS-PARSE-LEN:1) NOT = SPACE
011060         SUBTRACT 1 FROM WS-PARSE-LEN
011070     END-PERFORM
011080     IF WS-PARSE-LEN = 0
011090         GO TO 9100-EXIT
011100     END-IF
011110     MOVE 1 TO WS-PARSE-SUB
011120     IF WS-PARSE-FIELD(1:1) = "-"
011130         SET WS-PARSE-NEG TO TRUE
011140         MOVE 2 TO WS-PARSE-SUB
011150     ELSE
011160         IF WS-PARSE-FIELD(1:1) = "+"
011170             MOVE 2 TO WS-PARSE-SUB
011180         END-IF
011190     END-IF
011200     PERFORM 9110-PARSE-ONE-CHAR THRU 9110-EXIT
011210         UNTIL WS-PARSE-SUB > WS-PARSE-LEN
011220            OR WS-PARSE-OK-SW = "X"
011230     IF WS-PARSE-OK-SW = "X" OR WS-PARSE-DIGITS = 0
011240         MOVE 'N' TO WS-PARSE-OK-SW
011250         GO TO 9100-EXIT
011260     END-IF
011270     MOVE 1 TO WS-PARSE-DIV
011280     PERFORM WS-PARSE-SCALE TIMES
011290         MULTIPLY 10 BY WS-PARSE-DIV END-MULTIPLY
011300     END-PERFORM
011310     COMPUTE WS-PARSE-VALUE = WS-PARSE-INT / WS-PARSE-DIV
011320     IF WS-PARSE-NEG
011330         COMPUTE WS-PARSE-VALUE = 0 - WS-PARSE-VALUE
011340     END-IF
011350     SET WS-PARSE-OK TO TRUE.
011360 9100-EXIT.
011370     EXIT.
011380 9110-PARSE-ONE-CHAR.
011390     MOVE WS-PARSE-FIELD(WS-PARSE-SUB:1) TO WS-PARSE-CHAR
011400     IF WS-PARSE-CHAR = "."
011410         IF WS-PARSE-DOT-SEEN
011420             MOVE "X" TO WS-PARSE-OK-SW
011430         ELSE
011440             SET WS-PARSE-DOT-SEEN TO TRUE
011450         END-IF
011460         ADD 1 TO WS-PARSE-SUB
011470         GO TO 9110-EXIT
011480     END-IF
011490     IF WS-PARSE-CHAR < "0" OR WS-PARSE-CHAR > "9"
011500         MOVE "X" TO WS-PARSE-OK-SW
011510         GO TO 9110-EXIT
011520     END-IF
011530     IF WS-PARSE-DIGITS = 13 AND NOT WS-PARSE-DOT-SEEN
011540         MOVE "X" TO WS-PARSE-OK-SW
011550         GO TO 9110-EXIT
011560     END-IF
011570     IF WS-PARSE-DOT-SEEN AND WS-PARSE-SCALE = 5
011580         MOVE "X" TO WS-PARSE-OK-SW
011590         GO TO 9110-EXIT
011600     END-IF
011610     MOVE WS-PARSE-CHAR TO WS-PARSE-DIGIT(1:1)
011620     COMPUTE WS-PARSE-INT
011630         = WS-PARSE-INT * 10 + WS-PARSE-DIGIT
011640     IF WS-PARSE-DOT-SEEN
011650         ADD 1 TO WS-PARSE-SCALE
011660     ELSE
011670         ADD 1 TO WS-PARSE-DIGITS
011680     END-IF
011690     ADD 1 TO WS-PARSE-SUB.
011700 9110-EXIT.
011710     EXIT.
011720*----------------------------------------------------------------
011730 4200-WRITE-RUN-LOG.
011740     IF NOT WS-LOG-OPEN
011750         GO TO 4200-EXIT
011760     END-IF
011770     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
011780     ACCEPT WS-SYS-TIME FROM TIME
011790     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
011800     MOVE WS-FMT-TS TO WS-END-TS
011810     MOVE "COBPGIMP"     TO RLOG-PROGRAM-ID
011820     MOVE WS-STZ-START-TS TO RLOG-START-TS
011830     MOVE WS-END-TS      TO RLOG-END-TS
011840     MOVE WS-STZ-TABLE(WS-STANZA-SUB) TO RLOG-TABLE-NAME
011850     MOVE WS-ROWS-LOADED TO RLOG-ROW-COUNT
011860     MOVE WS-STANZA-RC   TO RLOG-RETURN-CODE
011910     MOVE 0              TO RLOG-TRUNC-COUNT
011920     MOVE RLOG-RECORD    TO LOG-RECORD
011930     WRITE LOG-RECORD
011940     IF WS-LOG-FILE-STATUS NOT = "00"
011950         DISPLAY "COBPGIMP: COBPGLOG WRITE FEHLER "
011960             WS-LOG-FILE-STATUS UPON SYSERR
011970         MOVE 8 TO WS-RETURN-CODE
011980     END-IF.
011990 4200-EXIT.
012000     EXIT.
012010*----------------------------------------------------------------
012020 4000-TERMINATE.
012030     IF WS-LOG-OPEN
012040         CLOSE LOG-FILE
012050     END-IF
012060     IF WS-PGCONN NOT EQUAL NULL
012070         CALL "PQfinish" USING BY VALUE WS-PGCONN END-CALL
012080         SET WS-PGCONN TO NULL
012090     END-IF
012100     DISPLAY "Wir haben ", WS-FILES-LOADED,
012110         " Dateien geladen, ", WS-FILES-REJECTED,
012120         " abgewiesen" UPON SYSOUT
012130     END-DISPLAY.
012140 4000-EXIT.
012150     EXIT.
