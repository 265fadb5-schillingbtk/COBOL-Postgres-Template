000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COBPGREV.
000030 AUTHOR. THOMAS SCHILLING.
000040 INSTALLATION. DATA SERVICES.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  COBPGREV
000090*
000100*  PURPOSE.    BACKOUT OF A COBPGWB WRITE-BACK RUN.  A BAD
000110*              CORRECTION FILE USED TO MEAN A DBA HAND-WRITING
000120*              THE REVERSING SQL FROM THE COBPGAUR LISTING; THIS
000130*              RUN READS THE COBPGAUD "APPLIED" RECORDS OF THE
000140*              NAMED RUN AND PUTS EVERY COLUMN BACK TO ITS
000150*              AUD-OLD-VALUE -- AN INSERTED ROW IS DELETED AGAIN,
000160*              A ROW DELETED BY AN EARLIER BACKOUT IS RE-INSERTED.
000170*
000180*              SELECTION COMES FROM THE COMMAND LINE:
000190*                RUN=<yyyy-mm-dd.hh:mm:ss>  THE RUN TO REVERSE,
000200*                                     AS COBPGAUR SHOWS IT (DATE
000210*                                     AND TIME JOINED BY A DOT --
000220*                                     THE COMMAND LINE SPLITS AT
000230*                                     BLANKS).  MANDATORY.
000240*                TABLE=<table name>   ONLY THIS TABLE
000250*                KEY=<key value>      ONLY THIS KEY
000260*
000270*              NOTHING IS OVERWRITTEN BLIND.  BEFORE A CORRECTION
000280*              IS REVERSED THE LIVE ROW IS RE-READ AND EVERY
000290*              COLUMN MUST STILL HOLD THE AUD-NEW-VALUE THE RUN
000300*              WROTE; A ROW CHANGED SINCE (OR GONE, OR NO LONGER
000310*              UNIQUE, OR WITH AN OLD VALUE THE JOURNAL NEVER
000320*              KNEW) GOES TO THE COBPGRVK CONFLICT LIST AND IS
000330*              LEFT ALONE.  CORRECTIONS ARE REVERSED LAST-FIRST,
000340*              SO A KEY CORRECTED TWICE IN ONE RUN UNWINDS IN THE
000350*              RIGHT ORDER.  COLUMNS ALREADY REVERSED BY AN
000360*              EARLIER BACKOUT OF THE SAME RUN ARE SKIPPED.
000370*
000380*              THE BACKOUT IS ONE TRANSACTION AND IS JOURNALED
000390*              TO COBPGAUD AS A RUN OF ITS OWN (PROGRAM COBPGREV,
000400*              ITS OWN RUN TIMESTAMP), EVERY RECORD CARRYING THE
000410*              REVERSED RUN IN AUD-REVERSED-RUN-TS AND THE
000412*              OPERATOR'S USER ID (ENVIRONMENT "USER", ELSE
000414*              "LOGNAME") IN AUD-ENTERED-BY.
000420*
000430*              RETURN CODE 0 = RUN REVERSED, 4 = CONFLICTS LEFT
000440*              IN PLACE OR NOTHING TO REVERSE, 8 = SELECTION, SQL
000450*              OR I/O ERROR (THE TRANSACTION IS ROLLED BACK).
000460*
000470*  MODIFICATION HISTORY.
000480*  DATE       INIT  DESCRIPTION
000490*  ---------- ----  ------------------------------------------
000500*  2026-10-05 TS    INITIAL VERSION.
000502*  2026-10-07 TS    COBPGAUD RECORD NOW 311 BYTES; THE OPERATOR
000504*                   IS JOURNALED AS ENTERED-BY.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT AUD-FILE ASSIGN TO "COBPGAUD"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-AUD-FILE-STATUS.
000580     SELECT KON-FILE ASSIGN TO "COBPGRVK"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-KON-FILE-STATUS.
000610     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LOG-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  AUD-FILE
000670     RECORD CONTAINS 311 CHARACTERS.
000680 COPY AUDITREC.
000690 FD  KON-FILE.
000700 01  KON-RECORD                  PIC X(132).
000710 FD  LOG-FILE.
000720 01  LOG-RECORD                   PIC X(109).
000730 WORKING-STORAGE SECTION.
000740 COPY DBCONN.
000750 COPY RUNLOG.
000760 COPY PGCONST.
000770 77  WS-PGCONN                   USAGE POINTER.
000780 77  WS-PGRES                    USAGE POINTER.
000790 77  WS-NULL-PTR                 USAGE POINTER VALUE NULL.
000800 77  WS-ERRPTR                   USAGE POINTER.
000810 01  WS-ERRSTR                   PIC X(200) BASED.
000820 77  WS-ERR-MSG-TRIM             PIC X(200).
000830 77  WS-VALPTR                   USAGE POINTER.
000840 01  WS-VALSTR                   PIC X(200) BASED.
000850 77  WS-PQ-STATUS                PIC S9(9) COMP-5.
000860 77  WS-EXPECTED-STATUS          PIC S9(9) COMP-5.
000870 77  WS-NPARAMS                  PIC S9(9) COMP-5.
000880 77  WS-NPARAMS-DISP             PIC 9(02).
000890 77  WS-PARM-SUB-DISP            PIC 9(02).
000900 01  WS-PARM-BUFFERS.
000910     05  WS-PARM-BUF OCCURS 11 TIMES PIC X(41).
000920 01  WS-PARM-PTRS.
000930     05  WS-PARM-PTR OCCURS 11 TIMES USAGE POINTER.
000940 77  WS-PARM-SUB                 PIC 9(04) COMP.
000950 77  WS-TRIM-POS                 PIC 9(04) COMP.
000960 77  WS-SQLSTR                   PIC X(900).
000970 77  WS-SQL-PTR                  PIC 9(04) COMP.
000980 77  WS-SET-LIST                 PIC X(400).
000990 77  WS-SET-PTR                  PIC 9(04) COMP.
001000 77  WS-VFY-TUPLES               PIC S9(9) COMP-5.
001010 77  WS-VFY-NULL-FLAG            PIC S9(9) COMP-5.
001020 77  WS-VFY-COL                  PIC S9(9) COMP-5.
001030 77  WS-VFY-VALUE                PIC X(40).
001040 77  WS-BIND-VALUE               PIC X(40).
001050 77  WS-AUD-FILE-STATUS          PIC X(02).
001060 77  WS-KON-FILE-STATUS          PIC X(02).
001070 77  WS-LOG-FILE-STATUS          PIC X(02).
001080 77  WS-AUD-EOF-SW               PIC X(01) VALUE 'N'.
001090     88  WS-AUD-EOF                          VALUE 'Y'.
001100 77  WS-AUD-OPEN-SW              PIC X(01) VALUE 'N'.
001110     88  WS-AUD-OPEN                         VALUE 'Y'.
001120 77  WS-KON-OPEN-SW              PIC X(01) VALUE 'N'.
001130     88  WS-KON-OPEN                         VALUE 'Y'.
001140 77  WS-LOG-OPEN-SW              PIC X(01) VALUE 'N'.
001150     88  WS-LOG-OPEN                         VALUE 'Y'.
001160 77  WS-IN-WORK-SW               PIC X(01) VALUE 'N'.
001170     88  WS-IN-WORK                          VALUE 'Y'.
001180 77  WS-GRP-END-SW               PIC X(01).
001190     88  WS-GRP-END                          VALUE 'Y'.
001200 77  WS-GRP-OK-SW                PIC X(01).
001210     88  WS-GRP-OK                           VALUE 'Y'.
001220 77  WS-SEL-RUN                  PIC X(26) VALUE SPACES.
001230 77  WS-SEL-KEY                  PIC X(30) VALUE SPACES.
001240 77  WS-SEL-TABLE                PIC X(30) VALUE SPACES.
001245 77  WS-USER-ID                  PIC X(20) VALUE SPACES.
001250 77  WS-PARM-STRING              PIC X(120).
001260 77  WS-PARM-TOKEN               PIC X(60).
001270 77  WS-PARM-STR-PTR             PIC 9(04) COMP.
001280 77  WS-TOK-KEY                  PIC X(10).
001290 77  WS-TOK-VALUE                PIC X(50).
001300 77  WS-TOK-EQ-POS               PIC 9(04) COMP.
001310 77  WS-KON-REASON               PIC X(27).
001320 77  WS-AUD-OUTCOME-WORK         PIC X(10).
001330 77  WS-LOG-TABLE                PIC X(30) VALUE SPACES.
001340 77  WS-ROWS-READ                PIC 9(09) VALUE 0.
001350 77  WS-ALREADY-REVERSED         PIC 9(09) VALUE 0.
001360 77  WS-REVERSED-COUNT           PIC 9(09) VALUE 0.
001370 77  WS-CONFLICT-COUNT           PIC 9(09) VALUE 0.
001380 77  WS-RETURN-CODE              PIC 9(04) VALUE 0.
001390 77  WS-SYS-DATE                 PIC 9(08).
001400 77  WS-SYS-TIME                 PIC 9(08).
001410 77  WS-FMT-TS                   PIC X(26).
001420 77  WS-START-TS                 PIC X(26).
001430 77  WS-END-TS                   PIC X(26).
001440*****************************************************************
001450*    THE APPLIED COLUMNS OF THE SELECTED RUN, IN JOURNAL ORDER.
001460*    WS-REV-DONE-SW MARKS A COLUMN AN EARLIER BACKOUT OF THE SAME
001470*    RUN ALREADY PUT BACK.
001480*****************************************************************
001490 01  WS-REV-AREA.
001500     05  WS-REV-COUNT            PIC 9(04) COMP VALUE 0.
001510     05  WS-REV-SUB              PIC 9(04) COMP.
001520     05  WS-REV-HIT              PIC 9(04) COMP.
001530     05  WS-REV-FULL-SW          PIC X(01) VALUE 'N'.
001540         88  WS-REV-FULL                     VALUE 'Y'.
001550     05  WS-REV-ENTRY OCCURS 2000 TIMES.
001560         10  WS-REV-TABLE        PIC X(30).
001570         10  WS-REV-OPERATION    PIC X(01).
001580         10  WS-REV-KEY-COLUMN   PIC X(30).
001590         10  WS-REV-KEY-VALUE    PIC X(30).
001600         10  WS-REV-COLUMN       PIC X(30).
001610         10  WS-REV-OLD-VALUE    PIC X(40).
001620         10  WS-REV-NEW-VALUE    PIC X(40).
001630         10  WS-REV-DONE-SW      PIC X(01).
001640             88  WS-REV-DONE                 VALUE 'Y'.
001650*****************************************************************
001660*    ONE CORRECTION BEING REVERSED -- THE CONSECUTIVE JOURNAL
001670*    COLUMNS OF ONE TABLE, KEY AND OPERATION, AS COBPGWB WROTE
001680*    THEM FOR ONE CORRECTION RECORD (AT MOST 10 COLUMNS).
001690*****************************************************************
001700 01  WS-GROUP-AREA.
001710     05  WS-GRP-COUNT            PIC 9(02) COMP VALUE 0.
001720     05  WS-GRP-SUB              PIC 9(02) COMP.
001730     05  WS-GRP-ANCHOR           PIC 9(04) COMP.
001740     05  WS-GRP-ENTRY OCCURS 10 TIMES.
001750         10  WS-GRP-REV          PIC 9(04) COMP.
001760         10  WS-GRP-LIVE         PIC X(40).
001770         10  WS-GRP-DIFF-SW      PIC X(01).
001780             88  WS-GRP-DIFF                 VALUE 'Y'.
001790 77  WS-AUD-FLUSH-SUB            PIC 9(04) COMP.
001800*****************************************************************
001810*    REVERSED COLUMNS WAIT HERE FOR THE COMMIT, THEN GO TO
001820*    COBPGAUD -- THE JOURNAL MUST NEVER CLAIM A BACKOUT THE
001830*    DATABASE ROLLED BACK.  ONE SLOT PER SELECTED COLUMN IS
001840*    ALWAYS ENOUGH.
001850*****************************************************************
001860 01  WS-AUD-BUFFER.
001870     05  WS-AUD-COUNT            PIC 9(04) COMP VALUE 0.
001880     05  WS-AUD-ENTRY OCCURS 2000 TIMES
001890                                 PIC X(311).
001900 01  WS-HEADING-1.
001910     05  FILLER                  PIC X(26)
001920         VALUE "BACKOUT-KONFLIKTE COBPGREV".
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-HD1-SELECTION        PIC X(104) VALUE SPACES.
001950 01  WS-HEADING-2.
001960     05  FILLER                  PIC X(20) VALUE "TABELLE".
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  FILLER                  PIC X(15) VALUE "SCHLUESSEL".
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  FILLER                  PIC X(15) VALUE "SPALTE".
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  FILLER                  PIC X(25)
002030         VALUE "SOLL (JOURNAL NEU)".
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  FILLER                  PIC X(25)
002060         VALUE "IST (DATENBANK)".
002070     05  FILLER                  PIC X(01) VALUE SPACES.
002080     05  FILLER                  PIC X(27) VALUE "GRUND".
002090 01  WS-DETAIL-LINE.
002100     05  WS-DTL-TABLE            PIC X(20).
002110     05  FILLER                  PIC X(01) VALUE SPACES.
002120     05  WS-DTL-KEY              PIC X(15).
002130     05  FILLER                  PIC X(01) VALUE SPACES.
002140     05  WS-DTL-COLUMN           PIC X(15).
002150     05  FILLER                  PIC X(01) VALUE SPACES.
002160     05  WS-DTL-SOLL             PIC X(25).
002170     05  FILLER                  PIC X(01) VALUE SPACES.
002180     05  WS-DTL-IST              PIC X(25).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  WS-DTL-NOTE             PIC X(27).
002210 PROCEDURE DIVISION.
002220*----------------------------------------------------------------
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002250     IF WS-RETURN-CODE = 0
002260         PERFORM 2000-COLLECT-RUN THRU 2000-EXIT
002270     END-IF
002280     IF WS-RETURN-CODE = 0
002290         PERFORM 3000-BACK-OUT-RUN THRU 3000-EXIT
002300     END-IF
002310     PERFORM 4000-TERMINATE THRU 4000-EXIT
002320     STOP RUN RETURNING WS-RETURN-CODE.
002330*----------------------------------------------------------------
002340 1000-INITIALIZE.
002350     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
002360     ACCEPT WS-SYS-TIME FROM TIME
002370     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
002380     MOVE WS-FMT-TS TO WS-START-TS
002390     PERFORM 1100-READ-COMMAND-LINE THRU 1100-EXIT
002400     IF WS-RETURN-CODE NOT = 0
002410         GO TO 1000-EXIT
002420     END-IF
002430     IF WS-SEL-RUN = SPACES
002440         DISPLAY "COBPGREV: RUN= FEHLT" UPON SYSERR
002450         MOVE 8 TO WS-RETURN-CODE
002460         GO TO 1000-EXIT
002470     END-IF
002480     OPEN INPUT AUD-FILE
002490     IF WS-AUD-FILE-STATUS NOT = "00"
002500         DISPLAY "COBPGREV: COBPGAUD NICHT GEFUNDEN" UPON SYSERR
002510         MOVE 8 TO WS-RETURN-CODE
002520         GO TO 1000-EXIT
002530     END-IF
002540     OPEN OUTPUT KON-FILE
002550     IF WS-KON-FILE-STATUS NOT = "00"
002560         DISPLAY "COBPGREV: COBPGRVK OPEN FEHLER "
002570             WS-KON-FILE-STATUS UPON SYSERR
002580         MOVE 8 TO WS-RETURN-CODE
002590         GO TO 1000-EXIT
002600     END-IF
002610     SET WS-KON-OPEN TO TRUE
002620     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
002625     PERFORM 1250-GET-USER-ID THRU 1250-EXIT
002630     OPEN EXTEND LOG-FILE
002640     IF WS-LOG-FILE-STATUS NOT = "00"
002650         OPEN OUTPUT LOG-FILE
002660         IF WS-LOG-FILE-STATUS NOT = "00"
002670             DISPLAY "COBPGREV: COBPGLOG OPEN FEHLER "
002680                 WS-LOG-FILE-STATUS UPON SYSERR
002690             MOVE 8 TO WS-RETURN-CODE
002700         END-IF
002710     END-IF
002720     IF WS-LOG-FILE-STATUS = "00"
002730         SET WS-LOG-OPEN TO TRUE
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780 1010-FORMAT-TIMESTAMP.
002790     MOVE SPACES TO WS-FMT-TS
002800     STRING
002810         WS-SYS-DATE(1:4) "-" WS-SYS-DATE(5:2) "-"
002820         WS-SYS-DATE(7:2) " " WS-SYS-TIME(1:2) ":"
002830         WS-SYS-TIME(3:2) ":" WS-SYS-TIME(5:2)
002840         DELIMITED BY SIZE
002850         INTO WS-FMT-TS
002860     END-STRING.
002870 1010-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900*    "RUN=2026-08-22.14:30:05 TABLE=TABELLE KEY=4711" -- THE
002910*    SAME BLANK-SEPARATED TOKENS COBPGAUR TAKES.  THE DOT (OR ANY
002920*    OTHER SEPARATOR) BETWEEN DATE AND TIME BECOMES THE BLANK THE
002930*    JOURNAL CARRIES.  AN UNKNOWN KEYWORD FAILS THE RUN RATHER
002940*    THAN REVERSING THE WRONG SLICE.
002950*----------------------------------------------------------------
002960 1100-READ-COMMAND-LINE.
002970     MOVE SPACES TO WS-PARM-STRING
002980     ACCEPT WS-PARM-STRING FROM COMMAND-LINE
002990     MOVE 1 TO WS-PARM-STR-PTR
003000     PERFORM 1110-PARSE-ONE-TOKEN THRU 1110-EXIT
003010         UNTIL WS-PARM-STR-PTR > 120
003020            OR WS-RETURN-CODE NOT = 0.
003030 1100-EXIT.
003040     EXIT.
003050 1110-PARSE-ONE-TOKEN.
003060     MOVE SPACES TO WS-PARM-TOKEN
003070     UNSTRING WS-PARM-STRING DELIMITED BY ALL " "
003080         INTO WS-PARM-TOKEN
003090         WITH POINTER WS-PARM-STR-PTR
003100     END-UNSTRING
003110     IF WS-PARM-TOKEN = SPACES
003120         GO TO 1110-EXIT
003130     END-IF
003140     MOVE 0 TO WS-TOK-EQ-POS
003150     INSPECT WS-PARM-TOKEN TALLYING WS-TOK-EQ-POS
003160         FOR CHARACTERS BEFORE INITIAL "="
003170     IF WS-TOK-EQ-POS = 0
003180         OR WS-TOK-EQ-POS >= LENGTH OF WS-PARM-TOKEN
003190         DISPLAY "COBPGREV: UNGUELTIGER PARAMETER -- "
003200             WS-PARM-TOKEN UPON SYSERR
003210         MOVE 8 TO WS-RETURN-CODE
003220         GO TO 1110-EXIT
003230     END-IF
003240     MOVE SPACES TO WS-TOK-KEY WS-TOK-VALUE
003250     MOVE WS-PARM-TOKEN(1:WS-TOK-EQ-POS) TO WS-TOK-KEY
003260     MOVE WS-PARM-TOKEN(WS-TOK-EQ-POS + 2:) TO WS-TOK-VALUE
003270     EVALUATE WS-TOK-KEY
003280         WHEN "RUN"
003290             MOVE WS-TOK-VALUE(1:26) TO WS-SEL-RUN
003300             IF WS-SEL-RUN(11:1) NOT = SPACE
003310                 MOVE SPACE TO WS-SEL-RUN(11:1)
003320             END-IF
003330         WHEN "KEY"
003340             MOVE WS-TOK-VALUE(1:30) TO WS-SEL-KEY
003350         WHEN "TABLE"
003360             MOVE WS-TOK-VALUE(1:30) TO WS-SEL-TABLE
003370         WHEN OTHER
003380             DISPLAY "COBPGREV: UNBEKANNTER PARAMETER -- "
003390                 WS-TOK-KEY UPON SYSERR
003400             MOVE 8 TO WS-RETURN-CODE
003410     END-EVALUATE.
003420 1110-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450 1200-WRITE-HEADINGS.
003460     MOVE SPACES TO WS-HD1-SELECTION
003470     STRING
003480         "RUN="    DELIMITED BY SIZE
003490         WS-SEL-RUN(1:19) DELIMITED BY SIZE
003500         " TABLE=" DELIMITED BY SIZE
003510         WS-SEL-TABLE DELIMITED BY SPACE
003520         " KEY="   DELIMITED BY SIZE
003530         WS-SEL-KEY   DELIMITED BY SPACE
003540         INTO WS-HD1-SELECTION
003550     END-STRING
003560     MOVE WS-HEADING-1 TO KON-RECORD
003570     PERFORM 3900-WRITE-KON-RECORD THRU 3900-EXIT
003580     MOVE WS-HEADING-2 TO KON-RECORD
003590     PERFORM 3900-WRITE-KON-RECORD THRU 3900-EXIT.
003600 1200-EXIT.
003610     EXIT.
003612*----------------------------------------------------------------
003614*    THE OPERATOR RUNNING THE BACKOUT -- JOURNALED AS ENTERED-BY,
003616*    THE SAME SOURCE COBPGENT USES FOR THE ANALYST.
003618*----------------------------------------------------------------
003620 1250-GET-USER-ID.
003622     MOVE SPACES TO WS-USER-ID
003624     DISPLAY "USER" UPON ENVIRONMENT-NAME
003626     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
003628     IF WS-USER-ID = SPACES
003630         DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
003632         ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
003634     END-IF.
003636 1250-EXIT.
003638     EXIT.
003641*----------------------------------------------------------------
003644*    PASS ONE -- THE WHOLE JOURNAL.  EVERY APPLIED COLUMN OF THE
003647*    SELECTED RUN IS KEPT; EVERY APPLIED BACKOUT RECORD THAT
003650*    NAMES THE SELECTED RUN MARKS ITS COLUMN AS ALREADY PUT BACK.
003660*    REJECTED AND SQLERROR RECORDS NEVER TOUCHED THE DATABASE
003670*    AND HAVE NOTHING TO REVERSE.
003680*----------------------------------------------------------------
003690 2000-COLLECT-RUN.
003700     MOVE 'N' TO WS-AUD-EOF-SW
003710     PERFORM 2010-COLLECT-ONE-RECORD THRU 2010-EXIT
003720         UNTIL WS-AUD-EOF OR WS-RETURN-CODE NOT = 0
003730     CLOSE AUD-FILE.
003740 2000-EXIT.
003750     EXIT.
003760 2010-COLLECT-ONE-RECORD.
003770     READ AUD-FILE
003780         AT END
003790             SET WS-AUD-EOF TO TRUE
003800             GO TO 2010-EXIT
003810     END-READ
003820     ADD 1 TO WS-ROWS-READ
003830     IF NOT AUD-APPLIED
003840         GO TO 2010-EXIT
003850     END-IF
003860     IF WS-SEL-KEY NOT = SPACES
003870         AND AUD-KEY-VALUE NOT = WS-SEL-KEY
003880         GO TO 2010-EXIT
003890     END-IF
003900     IF WS-SEL-TABLE NOT = SPACES
003910         AND AUD-TABLE-NAME NOT = WS-SEL-TABLE
003920         GO TO 2010-EXIT
003930     END-IF
003940     IF AUD-REVERSED-RUN-TS = WS-SEL-RUN
003950         PERFORM 2200-MARK-REVERSED THRU 2200-EXIT
003960         GO TO 2010-EXIT
003970     END-IF
003980     IF AUD-RUN-TS NOT = WS-SEL-RUN
003990         GO TO 2010-EXIT
004000     END-IF
004010     PERFORM 2100-STORE-ENTRY THRU 2100-EXIT.
004020 2010-EXIT.
004030     EXIT.
004040 2100-STORE-ENTRY.
004050     IF WS-REV-COUNT = 2000
004060         IF NOT WS-REV-FULL
004070             DISPLAY "COBPGREV: MEHR ALS 2000 JOURNALSAETZE"
004080                 " -- SELEKTION ENGER FASSEN" UPON SYSERR
004090             SET WS-REV-FULL TO TRUE
004100             MOVE 8 TO WS-RETURN-CODE
004110         END-IF
004120         GO TO 2100-EXIT
004130     END-IF
004140     ADD 1 TO WS-REV-COUNT
004150     MOVE WS-REV-COUNT TO WS-REV-HIT
004160     MOVE AUD-TABLE-NAME  TO WS-REV-TABLE(WS-REV-HIT)
004170     MOVE AUD-OPERATION   TO WS-REV-OPERATION(WS-REV-HIT)
004180     MOVE AUD-KEY-COLUMN  TO WS-REV-KEY-COLUMN(WS-REV-HIT)
004190     MOVE AUD-KEY-VALUE   TO WS-REV-KEY-VALUE(WS-REV-HIT)
004200     MOVE AUD-COLUMN-NAME TO WS-REV-COLUMN(WS-REV-HIT)
004210     MOVE AUD-OLD-VALUE   TO WS-REV-OLD-VALUE(WS-REV-HIT)
004220     MOVE AUD-NEW-VALUE   TO WS-REV-NEW-VALUE(WS-REV-HIT)
004230     MOVE 'N'             TO WS-REV-DONE-SW(WS-REV-HIT)
004240     IF WS-LOG-TABLE = SPACES
004250         MOVE AUD-TABLE-NAME TO WS-LOG-TABLE
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    AN EARLIER BACKOUT REVERSED THIS COLUMN LAST-FIRST, SO ITS
004310*    RECORD BELONGS TO THE LATEST STILL-OPEN ENTRY FOR THE SAME
004320*    TABLE, KEY AND COLUMN.
004330*----------------------------------------------------------------
004340 2200-MARK-REVERSED.
004350     MOVE 0 TO WS-REV-HIT
004360     PERFORM VARYING WS-REV-SUB FROM WS-REV-COUNT BY -1
004370         UNTIL WS-REV-SUB = 0 OR WS-REV-HIT > 0
004380         IF WS-REV-TABLE(WS-REV-SUB) = AUD-TABLE-NAME
004390             AND WS-REV-KEY-COLUMN(WS-REV-SUB) = AUD-KEY-COLUMN
004400             AND WS-REV-KEY-VALUE(WS-REV-SUB) = AUD-KEY-VALUE
004410             AND WS-REV-COLUMN(WS-REV-SUB) = AUD-COLUMN-NAME
004420             AND NOT WS-REV-DONE(WS-REV-SUB)
004430             MOVE WS-REV-SUB TO WS-REV-HIT
004440         END-IF
004450     END-PERFORM
004460     IF WS-REV-HIT > 0
004470         SET WS-REV-DONE(WS-REV-HIT) TO TRUE
004480         ADD 1 TO WS-ALREADY-REVERSED
004490     END-IF.
004500 2200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530*    PASS TWO -- ONE TRANSACTION, CORRECTIONS LAST-FIRST.  THE
004540*    JOURNAL IS OPENED FOR EXTEND ONLY NOW THAT PASS ONE HAS
004550*    READ IT TO THE END.
004560*----------------------------------------------------------------
004570 3000-BACK-OUT-RUN.
004580     IF WS-REV-COUNT = 0
004590         DISPLAY "COBPGREV: KEINE APPLIED-SAETZE FUER LAUF "
004600             WS-SEL-RUN(1:19) UPON SYSERR
004610         MOVE 4 TO WS-RETURN-CODE
004620         GO TO 3000-EXIT
004630     END-IF
004640     IF WS-ALREADY-REVERSED = WS-REV-COUNT
004650         DISPLAY "COBPGREV: LAUF " WS-SEL-RUN(1:19)
004660             " IST BEREITS ZURUECKGENOMMEN" UPON SYSOUT
004670         GO TO 3000-EXIT
004680     END-IF
004690     OPEN EXTEND AUD-FILE
004700     IF WS-AUD-FILE-STATUS NOT = "00"
004710         DISPLAY "COBPGREV: COBPGAUD OPEN FEHLER "
004720             WS-AUD-FILE-STATUS UPON SYSERR
004730         MOVE 8 TO WS-RETURN-CODE
004740         GO TO 3000-EXIT
004750     END-IF
004760     SET WS-AUD-OPEN TO TRUE
004770     PERFORM 1300-CONNECT-DATABASE THRU 1300-EXIT
004780     IF WS-RETURN-CODE NOT = 0
004790         GO TO 3000-EXIT
004800     END-IF
004810     PERFORM 3080-BEGIN-WORK THRU 3080-EXIT
004820     IF WS-RETURN-CODE NOT = 0
004830         GO TO 3000-EXIT
004840     END-IF
004850     SET WS-IN-WORK TO TRUE
004860     MOVE WS-REV-COUNT TO WS-REV-SUB
004870     PERFORM 3010-BACK-OUT-ONE-GROUP THRU 3010-EXIT
004880         UNTIL WS-REV-SUB = 0 OR WS-RETURN-CODE = 8
004890     IF WS-RETURN-CODE = 8
004900         PERFORM 3085-ROLLBACK-WORK THRU 3085-EXIT
004910     ELSE
004920         PERFORM 3070-COMMIT-WORK THRU 3070-EXIT
004930     END-IF.
004940 3000-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970 1300-CONNECT-DATABASE.
004980     CALL "DBCONNEC" USING WS-PGCONN WS-RETURN-CODE
004990     END-CALL.
005000 1300-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    TAKE THE NEXT CORRECTION (WORKING BACKWARDS), VERIFY THE
005040*    LIVE ROW STILL SHOWS WHAT THE RUN WROTE, THEN REVERSE IT
005050*    OR LIST IT AS A CONFLICT.
005060*----------------------------------------------------------------
005070 3010-BACK-OUT-ONE-GROUP.
005080     PERFORM 3020-BUILD-GROUP THRU 3020-EXIT
005090     IF WS-GRP-COUNT = 0
005100         GO TO 3010-EXIT
005110     END-IF
005120     PERFORM 3100-VERIFY-LIVE-ROW THRU 3100-EXIT
005130     IF WS-RETURN-CODE = 8
005140         GO TO 3010-EXIT
005150     END-IF
005160     IF NOT WS-GRP-OK
005170         PERFORM 3300-WRITE-CONFLICT THRU 3300-EXIT
005180         GO TO 3010-EXIT
005190     END-IF
005200     PERFORM 3200-BUILD-REVERSAL THRU 3200-EXIT
005210     PERFORM 3040-EXEC-REVERSAL THRU 3040-EXIT
005220     IF WS-RETURN-CODE = 8
005230         MOVE "SQLERROR" TO WS-AUD-OUTCOME-WORK
005240         PERFORM 3500-JOURNAL-GROUP THRU 3500-EXIT
005250         GO TO 3010-EXIT
005260     END-IF
005270     ADD 1 TO WS-REVERSED-COUNT
005280     PERFORM 3400-DISPLAY-REVERSAL THRU 3400-EXIT
005290     MOVE "APPLIED" TO WS-AUD-OUTCOME-WORK
005300     PERFORM 3500-JOURNAL-GROUP THRU 3500-EXIT.
005310 3010-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*    A GROUP IS THE RUN OF CONSECUTIVE OPEN ENTRIES (BACKWARDS
005350*    FROM WS-REV-SUB) SHARING TABLE, KEY AND OPERATION.  A COLUMN
005360*    SEEN TWICE MEANS THE SAME KEY WAS CORRECTED AGAIN IN THE
005370*    SAME RUN -- THAT IS THE NEXT GROUP.  ALREADY-REVERSED
005380*    ENTRIES ARE STEPPED OVER.
005390*----------------------------------------------------------------
005400 3020-BUILD-GROUP.
005410     MOVE 0 TO WS-GRP-COUNT
005420     MOVE 'N' TO WS-GRP-END-SW
005430     PERFORM UNTIL WS-REV-SUB = 0 OR NOT WS-REV-DONE(WS-REV-SUB)
005440         SUBTRACT 1 FROM WS-REV-SUB
005450     END-PERFORM
005460     IF WS-REV-SUB = 0
005470         GO TO 3020-EXIT
005480     END-IF
005490     MOVE WS-REV-SUB TO WS-GRP-ANCHOR
005500     PERFORM 3030-TAKE-ONE-ENTRY THRU 3030-EXIT
005510         UNTIL WS-REV-SUB = 0 OR WS-GRP-END.
005520 3020-EXIT.
005530     EXIT.
005540 3030-TAKE-ONE-ENTRY.
005550     IF WS-REV-DONE(WS-REV-SUB)
005560         SUBTRACT 1 FROM WS-REV-SUB
005570         GO TO 3030-EXIT
005580     END-IF
005590     IF WS-GRP-COUNT = 10
005600         OR WS-REV-TABLE(WS-REV-SUB)
005610             NOT = WS-REV-TABLE(WS-GRP-ANCHOR)
005620         OR WS-REV-KEY-COLUMN(WS-REV-SUB)
005630             NOT = WS-REV-KEY-COLUMN(WS-GRP-ANCHOR)
005640         OR WS-REV-KEY-VALUE(WS-REV-SUB)
005650             NOT = WS-REV-KEY-VALUE(WS-GRP-ANCHOR)
005660         OR WS-REV-OPERATION(WS-REV-SUB)
005670             NOT = WS-REV-OPERATION(WS-GRP-ANCHOR)
005680         SET WS-GRP-END TO TRUE
005690         GO TO 3030-EXIT
005700     END-IF
005710     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
005720         UNTIL WS-GRP-SUB > WS-GRP-COUNT
005730         IF WS-REV-COLUMN(WS-GRP-REV(WS-GRP-SUB))
005740             = WS-REV-COLUMN(WS-REV-SUB)
005750             SET WS-GRP-END TO TRUE
005760         END-IF
005770     END-PERFORM
005780     IF WS-GRP-END
005790         GO TO 3030-EXIT
005800     END-IF
005810     ADD 1 TO WS-GRP-COUNT
005820     MOVE WS-REV-SUB TO WS-GRP-REV(WS-GRP-COUNT)
005830     MOVE SPACES TO WS-GRP-LIVE(WS-GRP-COUNT)
005840     MOVE 'N' TO WS-GRP-DIFF-SW(WS-GRP-COUNT)
005850     SUBTRACT 1 FROM WS-REV-SUB.
005860 3030-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890 3040-EXEC-REVERSAL.
005900     CALL "PQexecParams" USING
005910         BY VALUE WS-PGCONN
005920         BY REFERENCE WS-SQLSTR
005930         BY VALUE WS-NPARAMS
005940         BY VALUE WS-NULL-PTR
005950         BY REFERENCE WS-PARM-PTR(1)
005960         BY VALUE WS-NULL-PTR
005970         BY VALUE WS-NULL-PTR
005980         BY VALUE 0
005990         RETURNING WS-PGRES
006000     END-CALL
006010     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
006020     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
006030     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL.
006040 3040-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070 3070-COMMIT-WORK.
006080     CALL "PQexec" USING
006090         BY VALUE WS-PGCONN
006100         BY REFERENCE "COMMIT;" & x"00"
006110         RETURNING WS-PGRES
006120     END-CALL
006130     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
006140     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
006150     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
006160     MOVE 'N' TO WS-IN-WORK-SW
006170     IF WS-RETURN-CODE NOT = 8
006180         PERFORM 3560-FLUSH-AUD-BUFFER THRU 3560-EXIT
006190     ELSE
006200         MOVE 0 TO WS-REVERSED-COUNT WS-AUD-COUNT
006210     END-IF.
006220 3070-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250 3080-BEGIN-WORK.
006260     CALL "PQexec" USING
006270         BY VALUE WS-PGCONN
006280         BY REFERENCE "BEGIN;" & x"00"
006290         RETURNING WS-PGRES
006300     END-CALL
006310     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
006320     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
006330     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL.
006340 3080-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370*    A FAILED BACKOUT LEAVES THE DATABASE EXACTLY AS IT FOUND
006380*    IT -- NOTHING WAS REVERSED, SO NOTHING IS JOURNALED AS
006390*    APPLIED AND THE RUN CAN SIMPLY BE REPEATED.
006400*----------------------------------------------------------------
006410 3085-ROLLBACK-WORK.
006420     CALL "PQexec" USING
006430         BY VALUE WS-PGCONN
006440         BY REFERENCE "ROLLBACK;" & x"00"
006450         RETURNING WS-PGRES
006460     END-CALL
006470     CALL "PQresultStatus" USING BY VALUE WS-PGRES
006480         RETURNING WS-PQ-STATUS
006490     END-CALL
006500     IF WS-PQ-STATUS NOT = PG-COMMAND-OK
006510         DISPLAY "COBPGREV: ROLLBACK FEHLGESCHLAGEN" UPON SYSERR
006520     END-IF
006530     MOVE 'N' TO WS-IN-WORK-SW
006540     MOVE 0 TO WS-REVERSED-COUNT WS-AUD-COUNT
006550     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL.
006560 3085-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590*    "SELECT C1,C2 FROM <TABLE> WHERE <KEYCOL>=$1" -- KEY BOUND,
006600*    NEVER CONCATENATED.  AN UPDATE OR INSERT IS REVERSIBLE WHEN
006610*    THE ROW IS THERE ONCE AND EVERY COLUMN STILL HOLDS THE
006620*    JOURNALED NEW VALUE (A DATABASE NULL COMPARES EQUAL TO
006630*    "**NULL**"); AN UPDATE ALSO NEEDS EVERY OLD VALUE -- A BLANK
006640*    ONE WAS NEVER KNOWN, AND GUESSING IT WOULD BE WORSE THAN
006650*    LEAVING THE ROW.  A ROW DELETED BY AN EARLIER BACKOUT IS
006660*    REVERSIBLE WHILE THE KEY IS STILL FREE.
006670*----------------------------------------------------------------
006680 3100-VERIFY-LIVE-ROW.
006690     SET WS-GRP-OK TO TRUE
006700     MOVE SPACES TO WS-KON-REASON
006710     IF WS-REV-OPERATION(WS-GRP-ANCHOR) = "U"
006720         PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
006730             UNTIL WS-GRP-SUB > WS-GRP-COUNT
006740             IF WS-REV-OLD-VALUE(WS-GRP-REV(WS-GRP-SUB)) = SPACES
006750                 SET WS-GRP-DIFF(WS-GRP-SUB) TO TRUE
006760                 MOVE 'N' TO WS-GRP-OK-SW
006770                 MOVE "ALT-WERT UNBEKANNT" TO WS-KON-REASON
006780             END-IF
006790         END-PERFORM
006800         IF NOT WS-GRP-OK
006810             GO TO 3100-EXIT
006820         END-IF
006830     END-IF
006840     MOVE SPACES TO WS-SQLSTR
006850     MOVE 1 TO WS-SQL-PTR
006860     STRING "SELECT " DELIMITED BY SIZE
006870         INTO WS-SQLSTR
006880         WITH POINTER WS-SQL-PTR
006890     END-STRING
006900     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
006910         UNTIL WS-GRP-SUB > WS-GRP-COUNT
006920         IF WS-GRP-SUB > 1
006930             STRING "," DELIMITED BY SIZE
006940                 INTO WS-SQLSTR
006950                 WITH POINTER WS-SQL-PTR
006960             END-STRING
006970         END-IF
006980         STRING WS-REV-COLUMN(WS-GRP-REV(WS-GRP-SUB))
006990             DELIMITED BY SPACE
007000             INTO WS-SQLSTR
007010             WITH POINTER WS-SQL-PTR
007020         END-STRING
007030     END-PERFORM
007040     STRING
007050         " FROM "        DELIMITED BY SIZE
007060         WS-REV-TABLE(WS-GRP-ANCHOR) DELIMITED BY SPACE
007070         " WHERE "       DELIMITED BY SIZE
007080         WS-REV-KEY-COLUMN(WS-GRP-ANCHOR) DELIMITED BY SPACE
007090         "=$1;"          DELIMITED BY SIZE
007100         x"00"           DELIMITED BY SIZE
007110         INTO WS-SQLSTR
007120         WITH POINTER WS-SQL-PTR
007130     END-STRING
007140     MOVE 1 TO WS-NPARAMS
007150     MOVE WS-REV-KEY-VALUE(WS-GRP-ANCHOR) TO WS-BIND-VALUE
007160     PERFORM 3250-BIND-PARAM THRU 3250-EXIT
007170     CALL "PQexecParams" USING
007180         BY VALUE WS-PGCONN
007190         BY REFERENCE WS-SQLSTR
007200         BY VALUE WS-NPARAMS
007210         BY VALUE WS-NULL-PTR
007220         BY REFERENCE WS-PARM-PTR(1)
007230         BY VALUE WS-NULL-PTR
007240         BY VALUE WS-NULL-PTR
007250         BY VALUE 0
007260         RETURNING WS-PGRES
007270     END-CALL
007280     MOVE PG-TUPLES-OK TO WS-EXPECTED-STATUS
007290     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
007300     IF WS-RETURN-CODE = 8
007310         CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
007320         GO TO 3100-EXIT
007330     END-IF
007340     CALL "PQntuples" USING BY VALUE WS-PGRES
007350         RETURNING WS-VFY-TUPLES
007360     END-CALL
007370     EVALUATE TRUE
007380         WHEN WS-REV-OPERATION(WS-GRP-ANCHOR) = "D"
007390             IF WS-VFY-TUPLES > 0
007400                 MOVE "ZEILE WIEDER VORHANDEN" TO WS-KON-REASON
007410                 PERFORM 3120-FLAG-WHOLE-GROUP THRU 3120-EXIT
007420             END-IF
007430         WHEN WS-VFY-TUPLES = 0
007440             MOVE "ZEILE NICHT GEFUNDEN" TO WS-KON-REASON
007450             PERFORM 3120-FLAG-WHOLE-GROUP THRU 3120-EXIT
007460         WHEN WS-VFY-TUPLES > 1
007470             MOVE "SCHLUESSEL NICHT EINDEUTIG" TO WS-KON-REASON
007480             PERFORM 3120-FLAG-WHOLE-GROUP THRU 3120-EXIT
007490         WHEN OTHER
007500             PERFORM 3110-CHECK-ONE-COLUMN THRU 3110-EXIT
007510                 VARYING WS-GRP-SUB FROM 1 BY 1
007520                 UNTIL WS-GRP-SUB > WS-GRP-COUNT
007530     END-EVALUATE
007540     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL.
007550 3100-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------
007580 3110-CHECK-ONE-COLUMN.
007590     COMPUTE WS-VFY-COL = WS-GRP-SUB - 1
007600     CALL "PQgetisnull" USING
007610         BY VALUE WS-PGRES
007620         BY VALUE 0
007630         BY VALUE WS-VFY-COL
007640         RETURNING WS-VFY-NULL-FLAG
007650     END-CALL
007660     IF WS-VFY-NULL-FLAG = 1
007670         MOVE "**NULL**" TO WS-VFY-VALUE
007680     ELSE
007690         CALL "PQgetvalue" USING
007700             BY VALUE WS-PGRES
007710             BY VALUE 0
007720             BY VALUE WS-VFY-COL
007730             RETURNING WS-VALPTR
007740         END-CALL
007750         MOVE SPACES TO WS-VFY-VALUE
007760         IF WS-VALPTR NOT EQUAL NULL
007770             SET ADDRESS OF WS-VALSTR TO WS-VALPTR
007780             STRING WS-VALSTR DELIMITED BY x"00"
007790                 INTO WS-VFY-VALUE
007800             END-STRING
007810         END-IF
007820     END-IF
007830     MOVE WS-VFY-VALUE TO WS-GRP-LIVE(WS-GRP-SUB)
007840     IF WS-VFY-VALUE
007850         NOT = WS-REV-NEW-VALUE(WS-GRP-REV(WS-GRP-SUB))
007860         SET WS-GRP-DIFF(WS-GRP-SUB) TO TRUE
007870         MOVE 'N' TO WS-GRP-OK-SW
007880         MOVE "WERT SEIT LAUF GEAENDERT" TO WS-KON-REASON
007890     END-IF.
007900 3110-EXIT.
007910     EXIT.
007920*----------------------------------------------------------------
007930 3120-FLAG-WHOLE-GROUP.
007940     MOVE 'N' TO WS-GRP-OK-SW
007950     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
007960         UNTIL WS-GRP-SUB > WS-GRP-COUNT
007970         SET WS-GRP-DIFF(WS-GRP-SUB) TO TRUE
007980     END-PERFORM.
007990 3120-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020*    THE REVERSING STATEMENT, EVERY VALUE A BOUND PARAMETER:
008030*      UPDATE  -> "UPDATE <TABLE> SET C1=$1,C2=$2 WHERE <KEY>=$3;"
008040*                 BACK TO THE OLD VALUES ("**NULL**" BINDS A NULL)
008050*      INSERT  -> "DELETE FROM <TABLE> WHERE <KEY>=$1;"
008060*      DELETE  -> "INSERT INTO <TABLE> (C1,C2) VALUES ($1,$2);"
008070*                 WITH THE VALUES THE BACKOUT REMOVED
008080*----------------------------------------------------------------
008090 3200-BUILD-REVERSAL.
008100     MOVE SPACES TO WS-SET-LIST WS-SQLSTR
008110     MOVE 1 TO WS-SET-PTR
008120     MOVE 1 TO WS-SQL-PTR
008130     MOVE 0 TO WS-NPARAMS
008140     EVALUATE WS-REV-OPERATION(WS-GRP-ANCHOR)
008150         WHEN "I"
008160             ADD 1 TO WS-NPARAMS
008170             MOVE WS-REV-KEY-VALUE(WS-GRP-ANCHOR) TO WS-BIND-VALUE
008180             PERFORM 3250-BIND-PARAM THRU 3250-EXIT
008190             STRING
008200                 "DELETE FROM "   DELIMITED BY SIZE
008210                 WS-REV-TABLE(WS-GRP-ANCHOR) DELIMITED BY SPACE
008220                 " WHERE "        DELIMITED BY SIZE
008230                 WS-REV-KEY-COLUMN(WS-GRP-ANCHOR)
008240                                  DELIMITED BY SPACE
008250                 "=$1;"           DELIMITED BY SIZE
008260                 x"00"            DELIMITED BY SIZE
008270                 INTO WS-SQLSTR
008280             END-STRING
008290         WHEN "D"
008300             PERFORM 3220-BUILD-INSERT THRU 3220-EXIT
008310         WHEN OTHER
008320             PERFORM 3210-BUILD-UPDATE THRU 3210-EXIT
008330     END-EVALUATE.
008340 3200-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370 3210-BUILD-UPDATE.
008380     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
008390         UNTIL WS-GRP-SUB > WS-GRP-COUNT
008400         ADD 1 TO WS-NPARAMS
008410         MOVE WS-NPARAMS TO WS-NPARAMS-DISP
008420         MOVE WS-REV-OLD-VALUE(WS-GRP-REV(WS-GRP-SUB))
008430             TO WS-BIND-VALUE
008440         PERFORM 3250-BIND-PARAM THRU 3250-EXIT
008450         IF WS-GRP-SUB > 1
008460             STRING "," DELIMITED BY SIZE
008470                 INTO WS-SET-LIST
008480                 WITH POINTER WS-SET-PTR
008490             END-STRING
008500         END-IF
008510         STRING
008520             WS-REV-COLUMN(WS-GRP-REV(WS-GRP-SUB))
008530                 DELIMITED BY SPACE
008540             "=$" DELIMITED BY SIZE
008550             WS-NPARAMS-DISP DELIMITED BY SIZE
008560             INTO WS-SET-LIST
008570             WITH POINTER WS-SET-PTR
008580         END-STRING
008590     END-PERFORM
008600     ADD 1 TO WS-NPARAMS
008610     MOVE WS-NPARAMS TO WS-NPARAMS-DISP
008620     MOVE WS-REV-KEY-VALUE(WS-GRP-ANCHOR) TO WS-BIND-VALUE
008630     PERFORM 3250-BIND-PARAM THRU 3250-EXIT
008640     STRING
008650         "UPDATE "          DELIMITED BY SIZE
008660         WS-REV-TABLE(WS-GRP-ANCHOR) DELIMITED BY SPACE
008670         " SET "            DELIMITED BY SIZE
008680         WS-SET-LIST        DELIMITED BY SPACE
008690         " WHERE "          DELIMITED BY SIZE
008700         WS-REV-KEY-COLUMN(WS-GRP-ANCHOR) DELIMITED BY SPACE
008710         "=$"               DELIMITED BY SIZE
008720         WS-NPARAMS-DISP    DELIMITED BY SIZE
008730         ";"                DELIMITED BY SIZE
008740         x"00"              DELIMITED BY SIZE
008750         INTO WS-SQLSTR
008760     END-STRING.
008770 3210-EXIT.
008780     EXIT.
008790*----------------------------------------------------------------
008800 3220-BUILD-INSERT.
008810     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
008820         UNTIL WS-GRP-SUB > WS-GRP-COUNT
008830         ADD 1 TO WS-NPARAMS
008840         MOVE WS-REV-OLD-VALUE(WS-GRP-REV(WS-GRP-SUB))
008850             TO WS-BIND-VALUE
008860         PERFORM 3250-BIND-PARAM THRU 3250-EXIT
008870         IF WS-GRP-SUB > 1
008880             STRING "," DELIMITED BY SIZE
008890                 INTO WS-SET-LIST
008900                 WITH POINTER WS-SET-PTR
008910             END-STRING
008920         END-IF
008930         STRING WS-REV-COLUMN(WS-GRP-REV(WS-GRP-SUB))
008940             DELIMITED BY SPACE
008950             INTO WS-SET-LIST
008960             WITH POINTER WS-SET-PTR
008970         END-STRING
008980     END-PERFORM
008990     STRING
009000         "INSERT INTO "     DELIMITED BY SIZE
009010         WS-REV-TABLE(WS-GRP-ANCHOR) DELIMITED BY SPACE
009020         " ("               DELIMITED BY SIZE
009030         WS-SET-LIST        DELIMITED BY SPACE
009040         ") VALUES ("       DELIMITED BY SIZE
009050         INTO WS-SQLSTR
009060         WITH POINTER WS-SQL-PTR
009070     END-STRING
009080     PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
009090         UNTIL WS-PARM-SUB > WS-NPARAMS
009100         MOVE WS-PARM-SUB TO WS-PARM-SUB-DISP
009110         IF WS-PARM-SUB > 1
009120             STRING "," DELIMITED BY SIZE
009130                 INTO WS-SQLSTR
009140                 WITH POINTER WS-SQL-PTR
009150             END-STRING
009160         END-IF
009170         STRING
009180             "$"              DELIMITED BY SIZE
009190             WS-PARM-SUB-DISP DELIMITED BY SIZE
009200             INTO WS-SQLSTR
009210             WITH POINTER WS-SQL-PTR
009220         END-STRING
009230     END-PERFORM
009240     STRING
009250         ");"      DELIMITED BY SIZE
009260         x"00"     DELIMITED BY SIZE
009270         INTO WS-SQLSTR
009280         WITH POINTER WS-SQL-PTR
009290     END-STRING.
009300 3220-EXIT.
009310     EXIT.
009320*----------------------------------------------------------------
009330*    WS-BIND-VALUE INTO PARAMETER WS-NPARAMS, RIGHT-TRIMMED AND
009340*    NUL-TERMINATED.  "**NULL**" -- THE SPELLING THE EXTRACT AND
009350*    THE JOURNAL USE FOR A TRUE SQL NULL -- BINDS A NULL POINTER,
009360*    WHICH LIBPQ SENDS AS A DATABASE NULL.
009370*----------------------------------------------------------------
009380 3250-BIND-PARAM.
009390     IF WS-BIND-VALUE = "**NULL**"
009400         SET WS-PARM-PTR(WS-NPARAMS) TO NULL
009410         GO TO 3250-EXIT
009420     END-IF
009430     MOVE SPACES TO WS-PARM-BUF(WS-NPARAMS)
009440     MOVE WS-BIND-VALUE TO WS-PARM-BUF(WS-NPARAMS)(1:40)
009450     MOVE 40 TO WS-TRIM-POS
009460     PERFORM UNTIL WS-TRIM-POS = 0
009470         OR WS-PARM-BUF(WS-NPARAMS)(WS-TRIM-POS:1) NOT = SPACE
009480         SUBTRACT 1 FROM WS-TRIM-POS
009490     END-PERFORM
009500     ADD 1 TO WS-TRIM-POS
009510     MOVE x"00" TO WS-PARM-BUF(WS-NPARAMS)(WS-TRIM-POS:1)
009520     SET WS-PARM-PTR(WS-NPARAMS)
009530         TO ADDRESS OF WS-PARM-BUF(WS-NPARAMS).
009540 3250-EXIT.
009550     EXIT.
009560*----------------------------------------------------------------
009570*    THE CORRECTION STAYS AS IT IS -- ONE CONFLICT LINE PER
009580*    OFFENDING COLUMN, AND THE WHOLE CORRECTION JOURNALED AS
009590*    REJECTED SO COBPGAUR SHOWS WHAT WAS NOT PUT BACK.
009600*----------------------------------------------------------------
009610 3300-WRITE-CONFLICT.
009620     ADD 1 TO WS-CONFLICT-COUNT
009630     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
009640         UNTIL WS-GRP-SUB > WS-GRP-COUNT
009650         IF WS-GRP-DIFF(WS-GRP-SUB)
009660             MOVE SPACES TO WS-DETAIL-LINE
009670             MOVE WS-REV-TABLE(WS-GRP-ANCHOR)     TO WS-DTL-TABLE
009680             MOVE WS-REV-KEY-VALUE(WS-GRP-ANCHOR) TO WS-DTL-KEY
009690             MOVE WS-REV-COLUMN(WS-GRP-REV(WS-GRP-SUB))
009700                 TO WS-DTL-COLUMN
009710             MOVE WS-REV-NEW-VALUE(WS-GRP-REV(WS-GRP-SUB))
009720                 TO WS-DTL-SOLL
009730             MOVE WS-GRP-LIVE(WS-GRP-SUB) TO WS-DTL-IST
009740             MOVE WS-KON-REASON TO WS-DTL-NOTE
009750             MOVE WS-DETAIL-LINE TO KON-RECORD
009760             PERFORM 3900-WRITE-KON-RECORD THRU 3900-EXIT
009770         END-IF
009780     END-PERFORM
009790     DISPLAY "COBPGREV: KONFLIKT -- " WS-KON-REASON
009800         " SCHLUESSEL " WS-REV-KEY-VALUE(WS-GRP-ANCHOR)
009810         UPON SYSERR
009820     END-DISPLAY
009830     MOVE "REJECTED" TO WS-AUD-OUTCOME-WORK
009840     PERFORM 3500-JOURNAL-GROUP THRU 3500-EXIT.
009850 3300-EXIT.
009860     EXIT.
009870*----------------------------------------------------------------
009880*    SHOW EVERY REVERSED COLUMN THE WAY COBPGWB SHOWED IT GOING
009890*    IN -- ALT IS WHAT THE ROW HELD, NEU WHAT IT HOLDS NOW.
009900*----------------------------------------------------------------
009910 3400-DISPLAY-REVERSAL.
009920     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
009930         UNTIL WS-GRP-SUB > WS-GRP-COUNT
009940         MOVE WS-GRP-REV(WS-GRP-SUB) TO WS-REV-HIT
009950         IF WS-REV-OPERATION(WS-REV-HIT) = "I"
009960             DISPLAY
009970                 "Zeile ", WS-REV-KEY-VALUE(WS-REV-HIT)
009980                 " Spalte ", WS-REV-COLUMN(WS-REV-HIT)
009990                 " Alt= ", WS-REV-NEW-VALUE(WS-REV-HIT)
010000                 " geloescht"
010010             END-DISPLAY
010020         ELSE
010030             DISPLAY
010040                 "Zeile ", WS-REV-KEY-VALUE(WS-REV-HIT)
010050                 " Spalte ", WS-REV-COLUMN(WS-REV-HIT)
010060                 " Alt= ", WS-REV-NEW-VALUE(WS-REV-HIT)
010070                 " Neu= ", WS-REV-OLD-VALUE(WS-REV-HIT)
010080             END-DISPLAY
010090         END-IF
010100     END-PERFORM.
010110 3400-EXIT.
010120     EXIT.
010130*----------------------------------------------------------------
010140*    ONE JOURNAL RECORD PER COLUMN UNDER THIS RUN'S OWN
010150*    TIMESTAMP, POINTING BACK AT THE REVERSED RUN.  THE RECORD
010160*    DESCRIBES THE BACKOUT ITSELF: A REVERSED INSERT IS A DELETE
010170*    (NEW VALUE BLANK), A REVERSED DELETE AN INSERT, AND OLD/NEW
010180*    ARE SWAPPED AGAINST THE ORIGINAL.  APPLIED RECORDS WAIT FOR
010190*    THE COMMIT IN THE BUFFER; REJECTS GO STRAIGHT TO THE FILE.
010200*----------------------------------------------------------------
010210 3500-JOURNAL-GROUP.
010220     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
010230         UNTIL WS-GRP-SUB > WS-GRP-COUNT
010240            OR WS-AUD-FILE-STATUS NOT = "00"
010250         MOVE WS-GRP-REV(WS-GRP-SUB) TO WS-REV-HIT
010260         MOVE SPACES          TO AUD-RECORD
010270         MOVE WS-START-TS     TO AUD-RUN-TS
010280         MOVE "COBPGREV"      TO AUD-PROGRAM-ID
010290         MOVE WS-REV-TABLE(WS-REV-HIT)      TO AUD-TABLE-NAME
010300         MOVE WS-REV-KEY-COLUMN(WS-REV-HIT) TO AUD-KEY-COLUMN
010310         MOVE WS-REV-KEY-VALUE(WS-REV-HIT)  TO AUD-KEY-VALUE
010320         MOVE WS-REV-COLUMN(WS-REV-HIT)     TO AUD-COLUMN-NAME
010330         EVALUATE WS-REV-OPERATION(WS-REV-HIT)
010340             WHEN "I"
010350                 MOVE "D" TO AUD-OPERATION
010360                 MOVE WS-REV-NEW-VALUE(WS-REV-HIT)
010370                     TO AUD-OLD-VALUE
010380             WHEN "D"
010390                 MOVE "I" TO AUD-OPERATION
010400                 MOVE WS-REV-OLD-VALUE(WS-REV-HIT)
010410                     TO AUD-NEW-VALUE
010420             WHEN OTHER
010430                 MOVE "U" TO AUD-OPERATION
010440                 MOVE WS-REV-NEW-VALUE(WS-REV-HIT)
010450                     TO AUD-OLD-VALUE
010460                 MOVE WS-REV-OLD-VALUE(WS-REV-HIT)
010470                     TO AUD-NEW-VALUE
010480         END-EVALUATE
010490         MOVE WS-AUD-OUTCOME-WORK TO AUD-OUTCOME
010500         MOVE WS-SEL-RUN          TO AUD-REVERSED-RUN-TS
010505         MOVE WS-USER-ID          TO AUD-ENTERED-BY
010510         IF WS-AUD-OUTCOME-WORK = "APPLIED"
010520             PERFORM 3540-BUFFER-AUD-RECORD THRU 3540-EXIT
010530         ELSE
010540             PERFORM 3550-WRITE-AUD-RECORD THRU 3550-EXIT
010550         END-IF
010560     END-PERFORM.
010570 3500-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------
010600 3540-BUFFER-AUD-RECORD.
010610     ADD 1 TO WS-AUD-COUNT
010620     MOVE AUD-RECORD TO WS-AUD-ENTRY(WS-AUD-COUNT).
010630 3540-EXIT.
010640     EXIT.
010650*----------------------------------------------------------------
010660 3550-WRITE-AUD-RECORD.
010670     WRITE AUD-RECORD
010680     IF WS-AUD-FILE-STATUS NOT = "00"
010690         DISPLAY "COBPGREV: COBPGAUD WRITE FEHLER "
010700             WS-AUD-FILE-STATUS UPON SYSERR
010710         MOVE 8 TO WS-RETURN-CODE
010720     END-IF.
010730 3550-EXIT.
010740     EXIT.
010750*----------------------------------------------------------------
010760 3560-FLUSH-AUD-BUFFER.
010770     PERFORM VARYING WS-AUD-FLUSH-SUB FROM 1 BY 1
010780         UNTIL WS-AUD-FLUSH-SUB > WS-AUD-COUNT
010790            OR WS-AUD-FILE-STATUS NOT = "00"
010800         MOVE WS-AUD-ENTRY(WS-AUD-FLUSH-SUB) TO AUD-RECORD
010810         PERFORM 3550-WRITE-AUD-RECORD THRU 3550-EXIT
010820     END-PERFORM
010830     MOVE 0 TO WS-AUD-COUNT.
010840 3560-EXIT.
010850     EXIT.
010860*----------------------------------------------------------------
010870 3900-WRITE-KON-RECORD.
010880     WRITE KON-RECORD
010890     IF WS-KON-FILE-STATUS NOT = "00"
010900         DISPLAY "COBPGREV: COBPGRVK WRITE FEHLER "
010910             WS-KON-FILE-STATUS UPON SYSERR
010920         MOVE 8 TO WS-RETURN-CODE
010930     END-IF.
010940 3900-EXIT.
010950     EXIT.
010960*----------------------------------------------------------------
010970 8000-CHECK-STATUS.
010980     CALL "PQresultStatus" USING BY VALUE WS-PGRES
010990         RETURNING WS-PQ-STATUS
011000     END-CALL
011010     IF WS-PQ-STATUS = WS-EXPECTED-STATUS
011020         GO TO 8000-EXIT
011030     END-IF
011040     CALL "PQresultErrorMessage" USING BY VALUE WS-PGRES
011050         RETURNING WS-ERRPTR
011060     END-CALL
011070     MOVE SPACES TO WS-ERR-MSG-TRIM
011080     IF WS-ERRPTR NOT EQUAL NULL
011090         SET ADDRESS OF WS-ERRSTR TO WS-ERRPTR
011100         STRING WS-ERRSTR DELIMITED BY x"00"
011110             INTO WS-ERR-MSG-TRIM
011120         END-STRING
011130     END-IF
011140     DISPLAY "COBPGREV: SQL FEHLER -- " WS-ERR-MSG-TRIM
011150         UPON SYSERR
011160     END-DISPLAY
011170     MOVE 8 TO WS-RETURN-CODE.
011180 8000-EXIT.
011190     EXIT.
011200*----------------------------------------------------------------
011210 4000-TERMINATE.
011220     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
011230     ACCEPT WS-SYS-TIME FROM TIME
011240     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
011250     MOVE WS-FMT-TS TO WS-END-TS
011260     IF WS-IN-WORK
011270         PERFORM 3085-ROLLBACK-WORK THRU 3085-EXIT
011280     END-IF
011290     IF WS-RETURN-CODE = 0 AND WS-CONFLICT-COUNT > 0
011300         MOVE 4 TO WS-RETURN-CODE
011310     END-IF
011320     IF WS-LOG-TABLE = SPACES
011330         MOVE WS-SEL-TABLE TO WS-LOG-TABLE
011340     END-IF
011350     IF WS-LOG-OPEN
011360         MOVE "COBPGREV"        TO RLOG-PROGRAM-ID
011370         MOVE WS-START-TS       TO RLOG-START-TS
011380         MOVE WS-END-TS         TO RLOG-END-TS
011390         MOVE WS-LOG-TABLE      TO RLOG-TABLE-NAME
011400         MOVE WS-REVERSED-COUNT TO RLOG-ROW-COUNT
011410         MOVE WS-RETURN-CODE    TO RLOG-RETURN-CODE
011420         MOVE 0                 TO RLOG-TRUNC-COUNT
011430         MOVE RLOG-RECORD       TO LOG-RECORD
011440         WRITE LOG-RECORD
011450         IF WS-LOG-FILE-STATUS NOT = "00"
011460             DISPLAY "COBPGREV: COBPGLOG WRITE FEHLER "
011470                 WS-LOG-FILE-STATUS UPON SYSERR
011480             MOVE 8 TO WS-RETURN-CODE
011490         END-IF
011500         CLOSE LOG-FILE
011510     END-IF
011520     IF WS-AUD-OPEN
011530         CLOSE AUD-FILE
011540     END-IF
011550     IF WS-KON-OPEN
011560         CLOSE KON-FILE
011570     END-IF
011580     IF WS-PGCONN NOT EQUAL NULL
011590         CALL "PQfinish" USING BY VALUE WS-PGCONN END-CALL
011600         SET WS-PGCONN TO NULL
011610     END-IF
011620     DISPLAY "Wir haben ", WS-REVERSED-COUNT,
011630         " Korrekturen zurueckgenommen, ", WS-CONFLICT-COUNT,
011640         " Konflikte stehen gelassen" UPON SYSOUT
011650     END-DISPLAY.
011660 4000-EXIT.
011670     EXIT.
