000736*                   "TYPREJ=" FILE (AND FORCES RC 4) INSTEAD OF
000737*                   ABENDING THE RUN.  COLTYPE NEEDS THE FIXED
000738*                   FORMAT AND EXCLUDES DELTA AND PARTITIONING.
000739*  2026-10-13 TS    MASKED EXTRACT MODE FOR TEST DATA ("MASK=
000740*                   <COLUMN>,<METHOD>[,<ARGUMENT>]", REPEATABLE
000741*                   PER STANZA) -- REDACT TO A FIXED VALUE,
000742*                   PSEUDO FOR A CONSISTENT PSEUDONYM (SAME
000743*                   INPUT, SAME TOKEN, KEYED BY THE GLOBAL
000744*                   "MASKKEY=", SO JOINS AND KEYED LOOKUPS STILL
000745*                   MATCH ACROSS FILES), DATESHIFT BY A FIXED
000746*                   NUMBER OF DAYS, PERTURB AN AMOUNT WITHIN A
000747*                   PERCENTAGE.  VALUES ARE MASKED AS SOON AS
000748*                   THEY ARE FETCHED, BEFORE THE SYSOUT DISPLAY
000749*                   AND BEFORE ANY OUTPUT FILE.  A MASKED
000750*                   STANZA IS LOGGED TO COBPGLOG UNDER PROGRAM
000751*                   ID "COBPGMSK" INSTEAD OF "COBPG", SO A
000752*                   MASKED FILE CAN NEVER PASS FOR THE REAL
000753*                   FEED.  A VALUE THE METHOD CANNOT HANDLE (NOT
000754*                   A DATE, NOT A NUMBER) IS REDACTED, COUNTED
000755*                   AND FORCES RC 4.
000756*****************************************************************
000757 ENVIRONMENT DIVISION.
000758 INPUT-OUTPUT SECTION.
000759 FILE-CONTROL.
000760     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000761         ORGANIZATION IS LINE SEQUENTIAL
000762         FILE STATUS IS WS-PRM-FILE-STATUS.
000763     SELECT OUT-FILE ASSIGN TO "COBPGOUT"
000764         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-OUT-FILE-STATUS.
000772     SELECT DELIM-FILE ASSIGN TO "COBPGDLM"
000774         ORGANIZATION IS LINE SEQUENTIAL
000795     SELECT TRJ-FILE ASSIGN TO "COBPGTRJ"
000796         ORGANIZATION IS LINE SEQUENTIAL
000797         FILE STATUS IS WS-TRJ-FILE-STATUS.
000798     SELECT CKPT-FILE ASSIGN TO "COBPGCKP"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CKPT-FILE-STATUS.
000820     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000969     05  DLT-KEY-VALUE           PIC X(80).
000970     05  DLT-BEFORE              PIC X(1620).
000971     05  DLT-AFTER               PIC X(1620).
000973 FD  TYP-FILE
000975     RECORD IS VARYING IN SIZE FROM 1 TO 1620
000977     DEPENDING ON WS-TYP-REC-LEN.
000979 01  TYP-RECORD                  PIC X(1620).
000981 FD  LAY-FILE.
000983 01  LAY-RECORD                  PIC X(132).
000985 FD  TRJ-FILE.
000987 01  TRJ-RECORD.
000989     05  TRJ-TABLE               PIC X(30).
000991     05  FILLER                  PIC X(01).
000993     05  TRJ-ROW                 PIC 9(09).
000995     05  FILLER                  PIC X(01).
000997     05  TRJ-COLUMN              PIC X(30).
000999     05  FILLER                  PIC X(01).
001001     05  TRJ-VALUE               PIC X(80).
001003 FD  CKPT-FILE.
001005 01  CKPT-RECORD.
001007     05  CKPT-TABLE               PIC X(30).
001009     05  CKPT-ROW                 PIC 9(09).
001011     05  CKPT-STANZA              PIC 9(02).
001013     05  CKPT-PART                PIC 9(03).
001015 FD  LOG-FILE.
001017 01  LOG-RECORD                   PIC X(109).
001030 WORKING-STORAGE SECTION.
001040 COPY DBCONN.
001050 COPY CTLPARM.
001681 77  WS-PART-LO                   PIC S9(18) COMP-3.
001682 77  WS-PART-HI                   PIC S9(18) COMP-3.
001683 77  WS-PART-BOUND-X              PIC X(20).
001684 77  WS-PART-PREDICATE            PIC X(120).
001685 77  WS-PART-PRED-PTR             PIC 9(04) COMP.
001686 77  WS-PART-ACCUM                PIC 9(09).
001687 77  WS-PART-DB-COUNT             PIC S9(18) COMP-3.
001688 77  WS-SEG-TOTAL                 PIC 9(09).
001689 77  WS-SEG-COUNT                 PIC 9(09).
001690 77  WS-CKPT-PART-OUT             PIC 9(03) VALUE 0.
001691 77  WS-CKPT-PART-SAVE            PIC 9(03) VALUE 0.
001692 77  WS-RESTART-PART              PIC 9(03) VALUE 0.
001693*****************************************************************
001694*    SIGNED-INTEGER PARSE WORK FIELDS (PARTS=/PART= CONTROL
001695*    VALUES AND THE MIN/MAX BOUNDS FETCHED FOR PARTITIONING).
001696*****************************************************************
001697 01  WS-PINT-WORK.
001698     05  WS-PINT-FIELD            PIC X(20).
001699     05  WS-PINT-VALUE            PIC S9(18) COMP-3.
001700     05  WS-PINT-SUB              PIC 9(04) COMP.
001701     05  WS-PINT-LEN              PIC 9(04) COMP.
001702     05  WS-PINT-CHAR             PIC X(01).
001703     05  WS-PINT-DIGIT            PIC 9(01).
001704     05  WS-PINT-DIGITS           PIC 9(04) COMP.
001705     05  WS-PINT-NEG-SW           PIC X(01).
001706         88  WS-PINT-NEG                  VALUE 'Y'.
001707     05  WS-PINT-OK-SW            PIC X(01).
001708         88  WS-PINT-OK                   VALUE 'Y'.
001709 77  WS-TYP-FILE-STATUS           PIC X(02).
001710 77  WS-LAY-FILE-STATUS           PIC X(02).
001711 77  WS-TRJ-FILE-STATUS           PIC X(02).
001802     05  WS-LAY-RECLEN            PIC 9(05).
001803     05  WS-LAY-COLS              PIC 9(02).
001804     05  WS-LAY-TYPE              PIC X(04).
001805 77  WS-DLT-NEW-KEY               PIC X(80).
001806 77  WS-DLT-PRV-KEY               PIC X(80).
001807 77  WS-DLT-ADDS                  PIC 9(09).
001808 77  WS-DLT-UPDATES               PIC 9(09).
001809 77  WS-DLT-DELETES               PIC 9(09).
001810 77  WS-START-TS                  PIC X(26).
001811 77  WS-STZ-START-TS              PIC X(26).
001812 77  WS-END-TS                    PIC X(26).
001813*****************************************************************
001814*    MASKED EXTRACT MODE.  WS-MASK-KEY IS THE GLOBAL "MASKKEY="
001815*    SECRET; ITS TWO SEEDS START EVERY PSEUDONYM AND PERTURBING
001816*    HASH, SO THE SAME VALUE GIVES THE SAME TOKEN IN EVERY RUN
001817*    AND EVERY FILE CUT WITH THE SAME KEY, WHILE NOBODY WITHOUT
001818*    THE KEY CAN RECOMPUTE A TOKEN FROM A GUESSED VALUE.
001819*****************************************************************
001820 77  WS-MASK-KEY                  PIC X(40) VALUE SPACES.
001821 77  WS-MASK-REDACT-DFLT          PIC X(05) VALUE "XXXXX".
001822 77  WS-CUR-MASKED-SW             PIC X(01) VALUE 'N'.
001823     88  WS-CUR-MASKED                        VALUE 'Y'.
001824 77  WS-MASK-UNFIT                PIC 9(06) VALUE 0.
001825 77  WS-MASK-UNFIT-TOTAL          PIC 9(09) VALUE 0.
001826 77  WS-MSK-CT-SUB                PIC 9(02) COMP.
001827 77  WS-MSK-COL-POS               PIC 9(02) COMP.
001828*****************************************************************
001829*    MASK CONTROLS OF THE CURRENT STANZA, RESOLVED FROM ITS
001830*    "MASK=" LINES -- ONE SLOT PER "COLUMNS=" POSITION.  METHOD
001831*    'R' REDACT, 'P' PSEUDONYM, 'D' DATE SHIFT, 'A' AMOUNT
001832*    PERTURBATION, SPACE FOR A COLUMN PASSED THROUGH AS IS.
001833*    WS-MSK-COL-NUM IS THE REDACT VALUE'S LENGTH, THE SHIFT IN
001834*    DAYS OR THE PERCENTAGE.
001835*****************************************************************
001836 01  WS-MASK-AREA.
001837     05  WS-MSK-COL-METHOD        PIC X(01) OCCURS 20 TIMES.
001838     05  WS-MSK-COL-ARG           PIC X(40) OCCURS 20 TIMES.
001839     05  WS-MSK-COL-NUM           PIC S9(05) COMP-3
001840                                  OCCURS 20 TIMES.
001841*****************************************************************
001842*    PSEUDONYM HASH -- TWO INDEPENDENT ACCUMULATORS, EACH
001843*    SQUARED MODULO A NINE-DIGIT PRIME PER INPUT BYTE, GIVE THE
001844*    EIGHTEEN DIGITS OF A TOKEN.  A BYTE'S CODE IS READ THROUGH
001845*    WS-MSK-BYTE-NUM, A HALFWORD WHOSE HIGH BYTE STAYS ZERO.
001846*****************************************************************
001847 01  WS-MSK-HASH-WORK.
001848     05  WS-MSK-S1                PIC S9(18) COMP-3.
001849     05  WS-MSK-S2                PIC S9(18) COMP-3.
001850     05  WS-MSK-H1                PIC S9(18) COMP-3.
001851     05  WS-MSK-H2                PIC S9(18) COMP-3.
001852     05  WS-MSK-T                 PIC S9(18) COMP-3.
001853     05  WS-MSK-Q                 PIC S9(18) COMP-3.
001854     05  WS-MSK-P1                PIC S9(18) COMP-3
001855                                  VALUE 999999937.
001856     05  WS-MSK-P2                PIC S9(18) COMP-3
001857                                  VALUE 999999929.
001858     05  WS-MSK-TEXT              PIC X(1000).
001859     05  WS-MSK-TEXT-LEN          PIC 9(04) COMP.
001860     05  WS-MSK-TEXT-SUB          PIC 9(04) COMP.
001861     05  WS-MSK-H1-DISP           PIC 9(09).
001862     05  WS-MSK-H2-DISP           PIC 9(09).
001863 01  WS-MSK-BYTE-AREA.
001864     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
001865     05  WS-MSK-BYTE              PIC X(01).
001866 01  WS-MSK-BYTE-NUM REDEFINES WS-MSK-BYTE-AREA
001867                                  PIC 9(04) COMP.
001868*****************************************************************
001869*    AMOUNT PERTURBATION -- THE FACTOR IN HUNDREDTHS OF A
001870*    PERCENT, THE PERTURBED VALUE SCALED LIKE THE INPUT, AND ITS
001871*    EDITED PIECES.
001872*****************************************************************
001873 01  WS-MSK-AMT-WORK.
001874     05  WS-MSK-SPAN              PIC S9(09) COMP-3.
001875     05  WS-MSK-FACTOR            PIC S9(09) COMP-3.
001876     05  WS-MSK-AMT               PIC S9(18) COMP-3.
001877     05  WS-MSK-SCALE-MULT        PIC S9(06) COMP-3.
001878     05  WS-MSK-AMT-INT           PIC 9(18).
001879     05  WS-MSK-AMT-FRAC          PIC 9(05).
001880     05  WS-MSK-LEAD              PIC 9(04) COMP.
001881     05  WS-MSK-PTR               PIC 9(04) COMP.
001882*****************************************************************
001883*    YEAR/MONTH/DAY <-> JULIAN DAY NUMBER WORK FIELDS FOR THE
001884*    DATE SHIFT -- THE SAME FORMULA COBPGHSK AND COBPGRPT USE.
001885*****************************************************************
001886 01  WS-JD-WORK.
001887     05  WS-JD-YEAR              PIC S9(08) COMP.
001888     05  WS-JD-MONTH             PIC S9(08) COMP.
001889     05  WS-JD-DAY               PIC S9(08) COMP.
001890     05  WS-JD-T1                PIC S9(08) COMP.
001891     05  WS-JD-T2                PIC S9(08) COMP.
001892     05  WS-JD-T3                PIC S9(08) COMP.
001893     05  WS-JD-L                 PIC S9(08) COMP.
001894     05  WS-JD-N                 PIC S9(08) COMP.
001895     05  WS-JD-I                 PIC S9(08) COMP.
001896     05  WS-JD-J                 PIC S9(08) COMP.
001897     05  WS-JD-JDN               PIC S9(08) COMP.
001898     05  WS-JD-DATE-X            PIC X(10).
001899     05  WS-JD-YYYY              PIC 9(04).
001900     05  WS-JD-MM                PIC 9(02).
001901     05  WS-JD-DD                PIC 9(02).
001902*****************************************************************
001903*    ONE ENTRY PER "TABLE=" STANZA IN COBPGPRM.  EVERY STANZA
001904*    CARRIES ITS OWN TABLE, COLUMN LIST, WHERE PREDICATE AND
001905*    OUTPUT FILE NAME; "DATE=", "FETCHSIZE=", "CKPTINTVL=" AND
001906*    "MASKKEY=" REMAIN GLOBAL TO THE RUN.
001907*****************************************************************
001908 01  WS-STANZA-AREA.
001909     05  WS-STANZA-COUNT          PIC 9(02) COMP VALUE 0.
001910     05  WS-STANZA-SUB            PIC 9(02) COMP.
001911     05  WS-STANZA-ENTRY OCCURS 32 TIMES.
001912         10  WS-STZ-TABLE         PIC X(30).
001913         10  WS-STZ-TABLE-SET-SW  PIC X(01).
001914             88  WS-STZ-TABLE-SET         VALUE 'Y'.
001915         10  WS-STZ-WHERE         PIC X(160).
001916         10  WS-STZ-OUTPUT        PIC X(44).
001917         10  WS-STZ-FORMAT        PIC X(01).
001918             88  WS-STZ-FMT-FIXED         VALUE 'F'.
001919             88  WS-STZ-FMT-DELIMITED     VALUE 'D'.
001920         10  WS-STZ-DELIM         PIC X(01).
001921         10  WS-STZ-DELTA-SW      PIC X(01).
001922             88  WS-STZ-DELTA             VALUE 'Y'.
001923         10  WS-STZ-KEYCOL        PIC X(30).
001924         10  WS-STZ-PRIOR         PIC X(44).
001925         10  WS-STZ-DLTFILE       PIC X(44).
001926         10  WS-STZ-PARTCOL       PIC X(30).
001927         10  WS-STZ-PARTS         PIC 9(03).
001928         10  WS-STZ-PART-ONLY     PIC 9(03).
001929         10  WS-STZ-COL-COUNT     PIC 9(02) COMP.
001930         10  WS-STZ-COLUMN        PIC X(30) OCCURS 20 TIMES.
001931         10  WS-STZ-LAYFILE       PIC X(44).
001932         10  WS-STZ-TYPREJ        PIC X(44).
001933         10  WS-STZ-CT-COUNT      PIC 9(02) COMP.
001934         10  WS-STZ-CT-ENTRY OCCURS 20 TIMES.
001935             15  WS-STZ-CT-NAME   PIC X(30).
001936             15  WS-STZ-CT-PIC    PIC X(20).
001937         10  WS-STZ-MK-COUNT      PIC 9(02) COMP.
001938         10  WS-STZ-MK-ENTRY OCCURS 20 TIMES.
001939             15  WS-STZ-MK-NAME   PIC X(30).
001940             15  WS-STZ-MK-METHOD PIC X(01).
001941             15  WS-STZ-MK-ARG    PIC X(40).
001942             15  WS-STZ-MK-NUM    PIC S9(05) COMP-3.
001943 PROCEDURE DIVISION.
001944*----------------------------------------------------------------
001945 0000-MAINLINE.
001946     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001947     IF WS-RETURN-CODE = 0
001948         PERFORM 6000-PROCESS-STANZA THRU 6000-EXIT
001949             VARYING WS-STANZA-SUB FROM 1 BY 1
001950             UNTIL WS-STANZA-SUB > WS-STANZA-COUNT
001951                OR WS-RETURN-CODE NOT = 0
001952     END-IF
001960     PERFORM 4000-TERMINATE THRU 4000-EXIT
001970     STOP RUN RETURNING WS-RETURN-CODE.
001980*----------------------------------------------------------------
002058         GO TO 1000-EXIT
002059     END-IF
002060     PERFORM 1150-READ-COMMAND-LINE THRU 1150-EXIT
002065     PERFORM 1160-SEED-MASK-KEY THRU 1160-EXIT
002070     PERFORM 1300-CONNECT-DATABASE THRU 1300-EXIT
002080     IF WS-RETURN-CODE NOT = 0
002090         GO TO 1000-EXIT
002270*    READ THE CONTROL PARAMETERS FOR THIS RUN.  EVERY "TABLE="
002280*    LINE STARTS A NEW EXTRACT STANZA; "COLUMNS=", "WHERE=" AND
002290*    "OUTPUT=" APPLY TO THE STANZA MOST RECENTLY STARTED.
002298*    "DATE=", "FETCHSIZE=", "CKPTINTVL=" AND "MASKKEY=" ARE
002306*    GLOBAL TO THE RUN WHEREVER THEY APPEAR.  A MISSING COBPGPRM
002314*    LEAVES ONE STANZA WITH THE BUILT-IN "TABELLE" / A,B,C
002322*    DEFAULTS.
002330*----------------------------------------------------------------
002340 1100-READ-PARAMETERS.
002350     MOVE 'N' TO WS-PRM-EOF-SW
002938             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
002939             MOVE WS-PRM-VALUE(1:44)
002940                 TO WS-STZ-TYPREJ(WS-STANZA-COUNT)
002941         WHEN "MASK"
002942             PERFORM 1135-ENSURE-STANZA THRU 1135-EXIT
002943             PERFORM 1146-PARSE-MASK THRU 1146-EXIT
002944         WHEN "MASKKEY"
002945             MOVE WS-PRM-VALUE(1:40) TO WS-MASK-KEY
002946         WHEN "DATE"
002947             MOVE WS-PRM-VALUE(1:10) TO CTLP-PROC-DATE
002948         WHEN "FETCHSIZE"
002949             MOVE WS-PRM-VALUE(1:6) TO WS-FETCH-SIZE
002950         WHEN "CKPTINTVL"
002951             MOVE WS-PRM-VALUE(1:6) TO WS-CHECKPOINT-INTVL
002952             IF WS-CHECKPOINT-INTVL = 0
002953                 MOVE 500 TO WS-CHECKPOINT-INTVL
002954             END-IF
002960         WHEN OTHER
002970             CONTINUE
002980     END-EVALUATE.
003452     MOVE "COBPGLAY" TO WS-STZ-LAYFILE(WS-STANZA-COUNT)
003453     MOVE "COBPGTRJ" TO WS-STZ-TYPREJ(WS-STANZA-COUNT)
003454     MOVE 0          TO WS-STZ-CT-COUNT(WS-STANZA-COUNT)
003455     MOVE 0          TO WS-STZ-MK-COUNT(WS-STANZA-COUNT)
003457     MOVE 3          TO WS-STZ-COL-COUNT(WS-STANZA-COUNT)
003460     MOVE "a"        TO WS-STZ-COLUMN(WS-STANZA-COUNT, 1)
003470     MOVE "b"        TO WS-STZ-COLUMN(WS-STANZA-COUNT, 2)
003480     MOVE "c"        TO WS-STZ-COLUMN(WS-STANZA-COUNT, 3).
003534 1145-EXIT.
003535     EXIT.
003536*----------------------------------------------------------------
003537*    ONE "MASK=<COLUMN>,<METHOD>[,<ARGUMENT>]" LINE.  THE METHOD
003538*    AND ITS ARGUMENT ARE CHECKED HERE; THE COLUMN IS RESOLVED
003539*    WHEN THE STANZA RUNS, AS FOR "COLTYPE=".
003540*        REDACT[,<VALUE>]   FIXED VALUE (DEFAULT XXXXX)
003541*        PSEUDO             CONSISTENT PSEUDONYM "PS" + 18 DIGITS
003542*        DATESHIFT,<DAYS>   ISO DATE MOVED BY +/- DAYS
003543*        PERTURB,<PCT>      AMOUNT MOVED BY UP TO +/- PCT PERCENT
003544*    THE REDACT VALUE IS EVERYTHING AFTER THE SECOND COMMA, SO
003545*    IT MAY ITSELF CONTAIN COMMAS.
003546*----------------------------------------------------------------
003547 1146-PARSE-MASK.
003548     IF WS-STZ-MK-COUNT(WS-STANZA-COUNT) = 20
003549         DISPLAY "COBPG: MEHR ALS 20 MASK-ZEILEN IN EINER "
003550             "STANZA" UPON SYSERR
003551         MOVE 8 TO WS-RETURN-CODE
003552         GO TO 1146-EXIT
003553     END-IF
003554     ADD 1 TO WS-STZ-MK-COUNT(WS-STANZA-COUNT)
003555     MOVE WS-STZ-MK-COUNT(WS-STANZA-COUNT) TO WS-MSK-CT-SUB
003556     MOVE SPACES TO WS-STZ-MK-NAME(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003557                    WS-STZ-MK-ARG(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003558                    WS-PICP-FIELD
003559     MOVE 0 TO WS-STZ-MK-NUM(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003560     MOVE 1 TO WS-TOK-PTR
003561     UNSTRING WS-PRM-VALUE DELIMITED BY ","
003562         INTO WS-STZ-MK-NAME(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003563              WS-PICP-FIELD
003564         WITH POINTER WS-TOK-PTR
003565     END-UNSTRING
003566     IF WS-TOK-PTR <= LENGTH OF WS-PRM-VALUE
003567         MOVE WS-PRM-VALUE(WS-TOK-PTR:)
003568             TO WS-STZ-MK-ARG(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003569     END-IF
003570     IF WS-STZ-MK-NAME(WS-STANZA-COUNT, WS-MSK-CT-SUB) = SPACES
003571         GO TO 1146-BAD
003572     END-IF
003573     EVALUATE WS-PICP-FIELD
003574         WHEN "REDACT"
003575             MOVE 'R' TO WS-STZ-MK-METHOD(WS-STANZA-COUNT,
003576                                          WS-MSK-CT-SUB)
003577             IF WS-STZ-MK-ARG(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003578                     = SPACES
003579                 MOVE WS-MASK-REDACT-DFLT
003580                     TO WS-STZ-MK-ARG(WS-STANZA-COUNT,
003581                                      WS-MSK-CT-SUB)
003582             END-IF
003583             MOVE 40 TO WS-STZ-MK-NUM(WS-STANZA-COUNT,
003584                                      WS-MSK-CT-SUB)
003585             PERFORM UNTIL WS-STZ-MK-ARG(WS-STANZA-COUNT,
003586                     WS-MSK-CT-SUB)(WS-STZ-MK-NUM(WS-STANZA-COUNT,
003587                     WS-MSK-CT-SUB):1) NOT = SPACE
003588                 SUBTRACT 1 FROM WS-STZ-MK-NUM(WS-STANZA-COUNT,
003589                                               WS-MSK-CT-SUB)
003590             END-PERFORM
003591         WHEN "PSEUDO"
003592             MOVE 'P' TO WS-STZ-MK-METHOD(WS-STANZA-COUNT,
003593                                          WS-MSK-CT-SUB)
003594             IF WS-STZ-MK-ARG(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003595                     NOT = SPACES
003596                 GO TO 1146-BAD
003597             END-IF
003598         WHEN "DATESHIFT"
003599             MOVE 'D' TO WS-STZ-MK-METHOD(WS-STANZA-COUNT,
003600                                          WS-MSK-CT-SUB)
003601             MOVE WS-STZ-MK-ARG(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003602                 TO WS-PINT-FIELD
003603             IF WS-PINT-FIELD(1:1) = "+"
003604                 MOVE WS-STZ-MK-ARG(WS-STANZA-COUNT,
003605                                    WS-MSK-CT-SUB)(2:20)
003606                     TO WS-PINT-FIELD
003607             END-IF
003608             PERFORM 9210-PARSE-INT THRU 9210-EXIT
003609             IF NOT WS-PINT-OK OR WS-PINT-VALUE = 0
003610                 OR WS-PINT-VALUE > 36500
003611                 OR WS-PINT-VALUE < -36500
003612                 GO TO 1146-BAD
003613             END-IF
003614             MOVE WS-PINT-VALUE
003615                 TO WS-STZ-MK-NUM(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003616         WHEN "PERTURB"
003617             MOVE 'A' TO WS-STZ-MK-METHOD(WS-STANZA-COUNT,
003618                                          WS-MSK-CT-SUB)
003619             MOVE WS-STZ-MK-ARG(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003620                 TO WS-PINT-FIELD
003621             PERFORM 9210-PARSE-INT THRU 9210-EXIT
003622             IF NOT WS-PINT-OK OR WS-PINT-VALUE < 1
003623                 OR WS-PINT-VALUE > 99
003624                 GO TO 1146-BAD
003625             END-IF
003626             MOVE WS-PINT-VALUE
003627                 TO WS-STZ-MK-NUM(WS-STANZA-COUNT, WS-MSK-CT-SUB)
003628         WHEN OTHER
003629             GO TO 1146-BAD
003630     END-EVALUATE
003631     GO TO 1146-EXIT.
003632 1146-BAD.
003633     DISPLAY "COBPG: MASK= UNGUELTIG -- "
003634         WS-PRM-VALUE(1:50) UPON SYSERR
003635     MOVE 8 TO WS-RETURN-CODE.
003636 1146-EXIT.
003637     EXIT.
003638*----------------------------------------------------------------
003639*    A PROCESSING DATE GIVEN ON THE COMMAND LINE (OUR
003640*    EQUIVALENT OF A JCL PARM) OVERRIDES ANY "DATE=" GIVEN IN
003641*    COBPGPRM.
003642*----------------------------------------------------------------
003643 1150-READ-COMMAND-LINE.
003644     MOVE SPACES TO WS-PARM-STRING
003645     ACCEPT WS-PARM-STRING FROM COMMAND-LINE
003646     IF WS-PARM-STRING NOT = SPACES
003647         MOVE WS-PARM-STRING(1:10) TO CTLP-PROC-DATE
003648     END-IF.
003649 1150-EXIT.
003650     EXIT.
003651*----------------------------------------------------------------
003652*    THE TWO MASKING SEEDS ARE THE HASH OF THE "MASKKEY=" SECRET
003653*    (TRAILING BLANKS DROPPED), STARTED FROM FIXED CONSTANTS.  NO
003654*    KEY STILL GIVES CONSISTENT TOKENS, BUT ANYONE WITH THIS
003655*    PROGRAM COULD RECOMPUTE THEM -- A TEST CUT OF PERSONAL DATA
003656*    SHOULD ALWAYS CARRY A KEY.
003657*----------------------------------------------------------------
003658 1160-SEED-MASK-KEY.
003659     MOVE 0 TO WS-MSK-S1 WS-MSK-S2
003660     MOVE 314159 TO WS-MSK-H1
003661     MOVE 271828 TO WS-MSK-H2
003662     MOVE SPACES TO WS-MSK-TEXT
003663     MOVE WS-MASK-KEY TO WS-MSK-TEXT
003664     MOVE LENGTH OF WS-MASK-KEY TO WS-MSK-TEXT-LEN
003665     PERFORM UNTIL WS-MSK-TEXT-LEN = 0
003666         OR WS-MSK-TEXT(WS-MSK-TEXT-LEN:1) NOT = SPACE
003667         SUBTRACT 1 FROM WS-MSK-TEXT-LEN
003668     END-PERFORM
003669     PERFORM 3196-HASH-TEXT THRU 3196-EXIT
003670     MOVE WS-MSK-H1 TO WS-MSK-S1
003671     MOVE WS-MSK-H2 TO WS-MSK-S2.
003672 1160-EXIT.
003673     EXIT.
003674*----------------------------------------------------------------
003675 1300-CONNECT-DATABASE.
003676     CALL "DBCONNEC" USING WS-PGCONN WS-RETURN-CODE
003677     END-CALL.
003680 1300-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
006340*----------------------------------------------------------------
006350*    ONE ROW OF THE CURRENT BATCH -- PULL EVERY COLUMN,
006360*    DISTINGUISHING A TRUE SQL NULL FROM AN EMPTY STRING,
006366*    MASK IT IF THE STANZA SAYS SO (BEFORE ANYTHING ELSE SEES
006372*    THE VALUE), DISPLAY IT AND WRITE IT TO THE EXTRACT FILE.
006380*----------------------------------------------------------------
006390 3100-PROCESS-ONE-ROW.
006400     PERFORM VARYING WS-SPALTE FROM 0 BY 1
006410         UNTIL WS-SPALTE = WS-NFIELD
006420         COMPUTE WS-COL-IDX = WS-SPALTE + 1
006430         PERFORM 3110-GET-ONE-VALUE THRU 3110-EXIT
006432         IF WS-CUR-MASKED
006434             AND WS-MSK-COL-METHOD(WS-COL-IDX) NOT = SPACE
006436             PERFORM 3190-MASK-ONE-VALUE THRU 3190-EXIT
006438         END-IF
006440         COMPUTE WS-ABS-ROW = WS-RESTART-ROW + WS-TOTAL-ROWS
006450         DISPLAY
006460             "Zeile ", WS-ABS-ROW
006530         END-IF
006531       END-IF
006532     END-IF
006536     ADD 1 TO WS-TOTAL-ROWS
006540     DIVIDE WS-TOTAL-ROWS BY WS-CHECKPOINT-INTVL
006550         GIVING WS-CKPT-QUOTIENT
006560         REMAINDER WS-CKPT-REMAINDER
006940*----------------------------------------------------------------
006950 3120-WRITE-OUT-RECORD.
006960     MOVE SPACES TO OUT-RECORD
006961     PERFORM VARYING WS-COL-IDX FROM 1 BY 1
006962         UNTIL WS-COL-IDX > WS-NFIELD
006963         MOVE WERT-VALUE(WS-COL-IDX) TO OUT-FIELD(WS-COL-IDX)
006964         IF WERT-LEN(WS-COL-IDX) > 80
006965             ADD 1 TO WS-TRUNC-COUNT
006966         END-IF
006967         IF WERT-IS-NULL(WS-COL-IDX)
006968             SET OUT-IS-NULL(WS-COL-IDX) TO TRUE
006969         ELSE
006970             SET OUT-IS-NOT-NULL(WS-COL-IDX) TO TRUE
006971         END-IF
006972     END-PERFORM
006973     WRITE OUT-RECORD
006974     IF WS-OUT-FILE-STATUS NOT = "00"
006975        DISPLAY "COBPGOUT WRITE FEHLER "
006976            WS-OUT-FILE-STATUS
006977             UPON SYSERR
006978         MOVE 8 TO WS-RETURN-CODE
006979     END-IF.
006980 3120-EXIT.
006981     EXIT.
006982*---------------------------------------------------------------
006983*    ONE TYPED OUTPUT RECORD -- EVERY COLUMN LANDED UNDER ITS
006984*    DECLARED TYPE, EACH FOLLOWED BY ITS NULL SWITCH.  A VALUE
006985*    THAT WILL NOT PARSE FOR ITS TYPE REJECTS THE WHOLE ROW TO
006986*    THE TYPREJ FILE; THE RECORD IS THEN NOT WRITTEN AND THE
006987*    RUN CARRIES ON.
006988*---------------------------------------------------------------
006989 3125-WRITE-TYPED-RECORD.
006990     MOVE SPACES TO TYP-RECORD(1:WS-TYP-REC-LEN)
006991     MOVE 'N' TO WS-TYP-REJECT-SW
006992     PERFORM 3126-BUILD-ONE-TYPED-FIELD THRU 3126-EXIT
006993         VARYING WS-COL-IDX FROM 1 BY 1
006994         UNTIL WS-COL-IDX > WS-NFIELD
006995            OR WS-TYP-ROW-REJECTED
006996            OR WS-RETURN-CODE NOT = 0
006997     IF WS-RETURN-CODE NOT = 0
006998         GO TO 3125-EXIT
006999     END-IF
007000     IF WS-TYP-ROW-REJECTED
007001         PERFORM 3127-WRITE-TYPE-REJECT THRU 3127-EXIT
007002         GO TO 3125-EXIT
007003     END-IF
007004     WRITE TYP-RECORD
007005     IF WS-TYP-FILE-STATUS NOT = "00"
007006         DISPLAY "COBPG: TYP-AUSGABE WRITE FEHLER "
007007             WS-TYP-FILE-STATUS UPON SYSERR
007008         MOVE 8 TO WS-RETURN-CODE
007009     END-IF.
007010 3125-EXIT.
007011     EXIT.
007012*---------------------------------------------------------------
007013 3126-BUILD-ONE-TYPED-FIELD.
007014     EVALUATE WS-TYP-COL-TYPE(WS-COL-IDX)
007015         WHEN 'N'
007016             PERFORM 3126-NUMERIC-FIELD THRU 3126-NUM-EXIT
007017         WHEN 'D'
007018             PERFORM 3126-DATE-FIELD THRU 3126-DATE-EXIT
007019         WHEN OTHER
007020             MOVE WERT-VALUE(WS-COL-IDX)(1:80)
007021                 TO TYP-RECORD(
007022                     WS-TYP-COL-START(WS-COL-IDX):80)
007023             IF WERT-LEN(WS-COL-IDX) > 80
007024                 ADD 1 TO WS-TRUNC-COUNT
007025             END-IF
007026     END-EVALUATE
007027     IF WS-TYP-ROW-REJECTED
007028         GO TO 3126-EXIT
007029     END-IF
007030     COMPUTE WS-TYP-SW-POS
007031         = WS-TYP-COL-START(WS-COL-IDX)
007032         + WS-TYP-COL-LEN(WS-COL-IDX)
007033     IF WERT-IS-NULL(WS-COL-IDX)
007034         MOVE 'Y' TO TYP-RECORD(WS-TYP-SW-POS:1)
007035     ELSE
007036         MOVE 'N' TO TYP-RECORD(WS-TYP-SW-POS:1)
007037     END-IF.
007038 3126-EXIT.
007039     EXIT.
007040*---------------------------------------------------------------
007041*    A DECLARED-NUMERIC COLUMN -- PARSED WITH THE SAME RULES
007042*    COBPGVAL USES, SCALED TO THE DECLARED DECIMALS AND PACKED.
007043*    TOO MANY INTEGER DIGITS OR DECIMALS FOR THE PICTURE IS AS
007044*    FATAL FOR THE ROW AS A LETTER IN THE MIDDLE.
007045*---------------------------------------------------------------
007046 3126-NUMERIC-FIELD.
007047     IF WERT-IS-NULL(WS-COL-IDX)
007048         MOVE 0 TO WS-TYP-P18
007049         PERFORM 3128-MOVE-PACKED THRU 3128-EXIT
007050         GO TO 3126-NUM-EXIT
007051     END-IF
007052     MOVE WERT-VALUE(WS-COL-IDX)(1:80) TO WS-PARSE-FIELD
007053     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
007054     IF NOT WS-PARSE-OK
007055         OR WS-PARSE-SCALE > WS-TYP-COL-DEC(WS-COL-IDX)
007056         OR WS-PARSE-DIGITS > WS-TYP-COL-INT(WS-COL-IDX)
007057         PERFORM 3129-FLAG-ROW-REJECT THRU 3129-EXIT
007058         GO TO 3126-NUM-EXIT
007059     END-IF
007060     MOVE 1 TO WS-TYP-MULT
007061     COMPUTE WS-TYP-X-OFF
007062         = WS-TYP-COL-DEC(WS-COL-IDX) - WS-PARSE-SCALE
007063     PERFORM WS-TYP-X-OFF TIMES
007064         MULTIPLY 10 BY WS-TYP-MULT END-MULTIPLY
007065     END-PERFORM
007066     COMPUTE WS-TYP-P18 = WS-PARSE-INT * WS-TYP-MULT
007067     IF WS-PARSE-NEG
007068         COMPUTE WS-TYP-P18 = 0 - WS-TYP-P18
007069     END-IF
007070     PERFORM 3128-MOVE-PACKED THRU 3128-EXIT.
007071 3126-NUM-EXIT.
007072     EXIT.
007073*---------------------------------------------------------------
007074*    A DECLARED-DATE COLUMN -- THE EXTRACT DELIVERS ISO
007075*    YYYY-MM-DD; IT IS VALIDATED (MONTH LENGTHS, LEAP YEARS)
007076*    AND LANDED AS A YYYYMMDD NUMERIC.
007077*---------------------------------------------------------------
007078 3126-DATE-FIELD.
007079     IF WERT-IS-NULL(WS-COL-IDX)
007080         MOVE "00000000"
007081             TO TYP-RECORD(WS-TYP-COL-START(WS-COL-IDX):8)
007082         GO TO 3126-DATE-EXIT
007083     END-IF
007084     MOVE WERT-VALUE(WS-COL-IDX)(1:10) TO WS-DW-FIELD
007085     PERFORM 9200-CHECK-DATE THRU 9200-EXIT
007086     IF NOT WS-DW-OK
007087         OR WERT-VALUE(WS-COL-IDX)(11:70) NOT = SPACES
007088         PERFORM 3129-FLAG-ROW-REJECT THRU 3129-EXIT
007089         GO TO 3126-DATE-EXIT
007090     END-IF
007091     MOVE WS-DW-FIELD(1:4)
007092         TO TYP-RECORD(WS-TYP-COL-START(WS-COL-IDX):4)
007093     MOVE WS-DW-FIELD(6:2)
007094         TO TYP-RECORD(WS-TYP-COL-START(WS-COL-IDX) + 4:2)
007095     MOVE WS-DW-FIELD(9:2)
007096         TO TYP-RECORD(WS-TYP-COL-START(WS-COL-IDX) + 6:2).
007097 3126-DATE-EXIT.
007098     EXIT.
007099*---------------------------------------------------------------
007100 3129-FLAG-ROW-REJECT.
007101     SET WS-TYP-ROW-REJECTED TO TRUE
007102     MOVE SPACES TO TRJ-RECORD
007103     MOVE CTLP-COLUMN-NAME(WS-COL-IDX) TO TRJ-COLUMN
007104     MOVE WERT-VALUE(WS-COL-IDX)(1:80) TO TRJ-VALUE.
007105 3129-EXIT.
007106     EXIT.
007107*---------------------------------------------------------------
007108 3127-WRITE-TYPE-REJECT.
007109     MOVE CTLP-TABLE-NAME TO TRJ-TABLE
007110     COMPUTE WS-ABS-ROW = WS-RESTART-ROW + WS-TOTAL-ROWS
007111     MOVE WS-ABS-ROW TO TRJ-ROW
007112     WRITE TRJ-RECORD
007113     IF WS-TRJ-FILE-STATUS NOT = "00"
007114         DISPLAY "COBPG: TYPREJ WRITE FEHLER "
007115             WS-TRJ-FILE-STATUS UPON SYSERR
007116         MOVE 8 TO WS-RETURN-CODE
007117         GO TO 3127-EXIT
007118     END-IF
007119     ADD 1 TO WS-TYP-REJECTS.
007120 3127-EXIT.
007121     EXIT.
007122*---------------------------------------------------------------
007123*    THE LAST N BYTES OF THE S9(18) COMP-3 WORK AREA ARE THE
007124*    COMP-3 IMAGE OF THE SCALED VALUE UNDER THE COLUMN'S OWN
007125*    PICTURE (SEE THE WORKING-STORAGE NOTE) -- MOVE EXACTLY
007126*    THOSE INTO THE COLUMN'S SLOT.
007127*---------------------------------------------------------------
007128 3128-MOVE-PACKED.
007129     COMPUTE WS-TYP-X-OFF
007130         = 11 - WS-TYP-COL-BYTES(WS-COL-IDX)
007131     MOVE WS-TYP-PACK-X(WS-TYP-X-OFF:
007132             WS-TYP-COL-BYTES(WS-COL-IDX))
007133         TO TYP-RECORD(WS-TYP-COL-START(WS-COL-IDX):
007134             WS-TYP-COL-BYTES(WS-COL-IDX)).
007135 3128-EXIT.
007136     EXIT.
007141*----------------------------------------------------------------
007142*    ONE DELIMITED OUTPUT RECORD -- EVERY VALUE TRIMMED OF ITS
007143*    FIXED-WIDTH PADDING, FIELDS SEPARATED BY THE STANZA'S
007299 3180-EXIT.
007300     EXIT.
007301*----------------------------------------------------------------
007302*    MASK THE CURRENT COLUMN VALUE IN PLACE, BEFORE THE DISPLAY
007303*    AND BEFORE ANY WRITER SEES IT.  A TRUE SQL NULL AND AN
007304*    EMPTY STRING CARRY NOTHING TO HIDE AND PASS UNCHANGED, SO
007305*    THE TEST DATA KEEPS THE NULL PATTERN OF THE REAL FEED.
007306*----------------------------------------------------------------
007307 3190-MASK-ONE-VALUE.
007308     IF WERT-IS-NULL(WS-COL-IDX)
007309         GO TO 3190-EXIT
007310     END-IF
007311     PERFORM 3150-TRIM-WERT-VALUE THRU 3150-EXIT
007312     IF WS-VAL-LEN = 0
007313         GO TO 3190-EXIT
007314     END-IF
007315     EVALUATE WS-MSK-COL-METHOD(WS-COL-IDX)
007316         WHEN 'R'
007317             MOVE SPACES TO WERT-VALUE(WS-COL-IDX)
007318             MOVE WS-MSK-COL-ARG(WS-COL-IDX)
007319                 TO WERT-VALUE(WS-COL-IDX)
007320             MOVE WS-MSK-COL-NUM(WS-COL-IDX)
007321                 TO WERT-LEN(WS-COL-IDX)
007322         WHEN 'P'
007323             PERFORM 3191-MASK-PSEUDONYM THRU 3191-EXIT
007324         WHEN 'D'
007325             PERFORM 3192-MASK-DATE-SHIFT THRU 3192-EXIT
007326         WHEN 'A'
007327             PERFORM 3193-MASK-PERTURB THRU 3193-EXIT
007328     END-EVALUATE.
007329 3190-EXIT.
007330     EXIT.
007331*----------------------------------------------------------------
007332*    PSEUDONYM -- "PS" PLUS THE EIGHTEEN HASH DIGITS OF THE
007333*    VALUE WITHOUT ITS TRAILING BLANKS (A CHAR(N) KEY AND THE
007334*    SAME KEY AS VARCHAR GET THE SAME TOKEN, JUST AS THEY MATCH
007335*    IN THE 80-BYTE SLOTS).  THE COLUMN NAME IS NOT PART OF THE
007336*    HASH, SO A KEY MASKED IN TWO TABLES STILL JOINS.
007337*----------------------------------------------------------------
007338 3191-MASK-PSEUDONYM.
007339     MOVE SPACES TO WS-MSK-TEXT
007340     MOVE WERT-VALUE(WS-COL-IDX)(1:WS-VAL-LEN) TO WS-MSK-TEXT
007341     MOVE WS-VAL-LEN TO WS-MSK-TEXT-LEN
007342     MOVE WS-MSK-S1 TO WS-MSK-H1
007343     MOVE WS-MSK-S2 TO WS-MSK-H2
007344     PERFORM 3196-HASH-TEXT THRU 3196-EXIT
007345     MOVE WS-MSK-H1 TO WS-MSK-H1-DISP
007346     MOVE WS-MSK-H2 TO WS-MSK-H2-DISP
007347     MOVE SPACES TO WERT-VALUE(WS-COL-IDX)
007348     STRING "PS" WS-MSK-H1-DISP WS-MSK-H2-DISP
007349         DELIMITED BY SIZE
007350         INTO WERT-VALUE(WS-COL-IDX)
007351     END-STRING
007352     MOVE 20 TO WERT-LEN(WS-COL-IDX).
007353 3191-EXIT.
007354     EXIT.
007355*----------------------------------------------------------------
007356*    DATE SHIFT -- THE LEADING YYYY-MM-DD IS MOVED BY THE FIXED
007357*    NUMBER OF DAYS; ANY TIME OF DAY BEHIND IT IS KEPT.
007358*----------------------------------------------------------------
007359 3192-MASK-DATE-SHIFT.
007360     MOVE WERT-VALUE(WS-COL-IDX)(1:10) TO WS-DW-FIELD
007361     PERFORM 9200-CHECK-DATE THRU 9200-EXIT
007362     IF NOT WS-DW-OK
007363         PERFORM 3194-MASK-UNFIT THRU 3194-EXIT
007364         GO TO 3192-EXIT
007365     END-IF
007366     MOVE WS-DW-YEAR  TO WS-JD-YEAR
007367     MOVE WS-DW-MONTH TO WS-JD-MONTH
007368     MOVE WS-DW-DAY   TO WS-JD-DAY
007369     PERFORM 9300-DATE-TO-JDN THRU 9300-EXIT
007370     COMPUTE WS-JD-L = WS-JD-JDN + WS-MSK-COL-NUM(WS-COL-IDX)
007371*    0001-01-01 TO 9999-12-31 -- A FOUR-DIGIT YEAR EITHER SIDE.
007372     IF WS-JD-L < 1721426 OR WS-JD-L > 5373484
007373         PERFORM 3194-MASK-UNFIT THRU 3194-EXIT
007374         GO TO 3192-EXIT
007375     END-IF
007376     PERFORM 9310-JDN-TO-DATE THRU 9310-EXIT
007377     MOVE WS-JD-DATE-X TO WERT-VALUE(WS-COL-IDX)(1:10).
007378 3192-EXIT.
007379     EXIT.
007380*----------------------------------------------------------------
007381*    AMOUNT PERTURBATION -- THE VALUE IS MULTIPLIED BY A FACTOR
007382*    BETWEEN 1 - PCT/100 AND 1 + PCT/100 IN STEPS OF 0.0001,
007383*    TAKEN FROM THE KEYED HASH OF THE VALUE ITSELF, AND ROUNDED
007384*    BACK TO THE VALUE'S OWN NUMBER OF DECIMALS.  THE SAME
007385*    AMOUNT THEREFORE ALWAYS COMES OUT THE SAME, SO A DELTA RUN
007386*    OR A RESTART DOES NOT SEE PHANTOM CHANGES.
007387*----------------------------------------------------------------
007388 3193-MASK-PERTURB.
007389     IF WS-VAL-LEN > 80
007390         PERFORM 3194-MASK-UNFIT THRU 3194-EXIT
007391         GO TO 3193-EXIT
007392     END-IF
007393     MOVE WERT-VALUE(WS-COL-IDX)(1:80) TO WS-PARSE-FIELD
007394     PERFORM 9100-PARSE-DEC THRU 9100-EXIT
007395     IF NOT WS-PARSE-OK
007396         PERFORM 3194-MASK-UNFIT THRU 3194-EXIT
007397         GO TO 3193-EXIT
007398     END-IF
007399     MOVE SPACES TO WS-MSK-TEXT
007400     MOVE WERT-VALUE(WS-COL-IDX)(1:WS-VAL-LEN) TO WS-MSK-TEXT
007401     MOVE WS-VAL-LEN TO WS-MSK-TEXT-LEN
007402     MOVE WS-MSK-S1 TO WS-MSK-H1
007403     MOVE WS-MSK-S2 TO WS-MSK-H2
007404     PERFORM 3196-HASH-TEXT THRU 3196-EXIT
007405     COMPUTE WS-MSK-SPAN = WS-MSK-COL-NUM(WS-COL-IDX) * 200 + 1
007406     DIVIDE WS-MSK-H1 BY WS-MSK-SPAN GIVING WS-MSK-Q
007407         REMAINDER WS-MSK-FACTOR
007408     COMPUTE WS-MSK-FACTOR
007409         = WS-MSK-FACTOR - WS-MSK-COL-NUM(WS-COL-IDX) * 100
007410     COMPUTE WS-MSK-AMT ROUNDED
007411         = WS-PARSE-INT * (10000 + WS-MSK-FACTOR) / 10000
007412     COMPUTE WS-MSK-SCALE-MULT = 10 ** WS-PARSE-SCALE
007413     DIVIDE WS-MSK-AMT BY WS-MSK-SCALE-MULT
007414         GIVING WS-MSK-AMT-INT
007415         REMAINDER WS-MSK-AMT-FRAC
007416     MOVE 0 TO WS-MSK-LEAD
007417     INSPECT WS-MSK-AMT-INT TALLYING WS-MSK-LEAD
007418         FOR LEADING "0"
007419     IF WS-MSK-LEAD = 18
007420         MOVE 17 TO WS-MSK-LEAD
007421     END-IF
007422     MOVE SPACES TO WERT-VALUE(WS-COL-IDX)
007423     MOVE 1 TO WS-MSK-PTR
007424     IF WS-PARSE-NEG AND WS-MSK-AMT > 0
007425         STRING "-" DELIMITED BY SIZE
007426             INTO WERT-VALUE(WS-COL-IDX)
007427             WITH POINTER WS-MSK-PTR
007428         END-STRING
007429     END-IF
007430     STRING WS-MSK-AMT-INT(WS-MSK-LEAD + 1:18 - WS-MSK-LEAD)
007431         DELIMITED BY SIZE
007432         INTO WERT-VALUE(WS-COL-IDX)
007433         WITH POINTER WS-MSK-PTR
007434     END-STRING
007435     IF WS-PARSE-SCALE > 0
007436         STRING "."
007437             WS-MSK-AMT-FRAC(6 - WS-PARSE-SCALE:WS-PARSE-SCALE)
007438             DELIMITED BY SIZE
007439             INTO WERT-VALUE(WS-COL-IDX)
007440             WITH POINTER WS-MSK-PTR
007441         END-STRING
007442     END-IF
007443     COMPUTE WERT-LEN(WS-COL-IDX) = WS-MSK-PTR - 1.
007444 3193-EXIT.
007445     EXIT.
007446*----------------------------------------------------------------
007447*    A VALUE THE METHOD CANNOT HANDLE (NOT A DATE FOR A SHIFT,
007448*    NOT A NUMBER FOR A PERTURBATION) MUST STILL NOT LEAK -- IT
007449*    IS REDACTED AND COUNTED, AND THE RUN ENDS RC 4.
007450*----------------------------------------------------------------
007451 3194-MASK-UNFIT.
007452     MOVE SPACES TO WERT-VALUE(WS-COL-IDX)
007453     MOVE WS-MASK-REDACT-DFLT TO WERT-VALUE(WS-COL-IDX)
007454     MOVE LENGTH OF WS-MASK-REDACT-DFLT TO WERT-LEN(WS-COL-IDX)
007455     ADD 1 TO WS-MASK-UNFIT.
007456 3194-EXIT.
007457     EXIT.
007458*----------------------------------------------------------------
007459*    KEYED HASH OF WS-MSK-TEXT(1:WS-MSK-TEXT-LEN) INTO WS-MSK-H1
007460*    AND WS-MSK-H2 (THE CALLER SETS THEIR STARTING VALUES).  PER
007461*    BYTE EACH ACCUMULATOR TAKES IN THE BYTE CODE, IS SQUARED
007462*    MODULO ITS PRIME AND SHIFTED BY THE OTHER SEED; THE SECOND
007463*    ALSO TAKES IN THE FIRST, SO THE TWO HALVES OF A TOKEN DO
007464*    NOT MOVE INDEPENDENTLY.
007465*----------------------------------------------------------------
007466 3196-HASH-TEXT.
007467     PERFORM 3197-HASH-ONE-BYTE THRU 3197-EXIT
007468         VARYING WS-MSK-TEXT-SUB FROM 1 BY 1
007469         UNTIL WS-MSK-TEXT-SUB > WS-MSK-TEXT-LEN.
007470 3196-EXIT.
007471     EXIT.
007472 3197-HASH-ONE-BYTE.
007473     MOVE WS-MSK-TEXT(WS-MSK-TEXT-SUB:1) TO WS-MSK-BYTE
007474     COMPUTE WS-MSK-T = WS-MSK-H1 + WS-MSK-BYTE-NUM * 256 + 1
007475     DIVIDE WS-MSK-T BY WS-MSK-P1 GIVING WS-MSK-Q
007476         REMAINDER WS-MSK-T
007477     COMPUTE WS-MSK-T = WS-MSK-T * WS-MSK-T + WS-MSK-S2
007478     DIVIDE WS-MSK-T BY WS-MSK-P1 GIVING WS-MSK-Q
007479         REMAINDER WS-MSK-H1
007480     COMPUTE WS-MSK-T
007481         = WS-MSK-H2 + WS-MSK-H1 + WS-MSK-BYTE-NUM * 256 + 3
007482     DIVIDE WS-MSK-T BY WS-MSK-P2 GIVING WS-MSK-Q
007483         REMAINDER WS-MSK-T
007484     COMPUTE WS-MSK-T = WS-MSK-T * WS-MSK-T + WS-MSK-S1
007485     DIVIDE WS-MSK-T BY WS-MSK-P2 GIVING WS-MSK-Q
007486         REMAINDER WS-MSK-H2.
007487 3197-EXIT.
007488     EXIT.
007489*----------------------------------------------------------------
007490*    PERSIST HOW FAR WE HAVE GOTTEN SO A RESTART CAN RESUME
007491*    HERE INSTEAD OF FROM ROW ZERO.  THE CALLER SETS THE
007492*    WS-CKPT-...-OUT FIELDS -- STANZA 0 / ROW 0 MARKS A CLEAN
007493*    END OF RUN.
007494*----------------------------------------------------------------
007495 3200-WRITE-CHECKPOINT.
007496     OPEN OUTPUT CKPT-FILE
007497     IF WS-CKPT-FILE-STATUS NOT = "00"
007498        DISPLAY "COBPGCKP OPEN FEHLER "
007499            WS-CKPT-FILE-STATUS
007500             UPON SYSERR
007501         MOVE 8 TO WS-RETURN-CODE
007502         GO TO 3200-EXIT
007503     END-IF
007504     MOVE WS-CKPT-TABLE-OUT  TO CKPT-TABLE
007505     MOVE WS-CKPT-ROW-OUT    TO CKPT-ROW
007506     MOVE WS-CKPT-STANZA-OUT TO CKPT-STANZA
007507     MOVE WS-CKPT-PART-OUT   TO CKPT-PART
007508     WRITE CKPT-RECORD
007509     IF WS-CKPT-FILE-STATUS NOT = "00"
007510        DISPLAY "COBPGCKP WRITE FEHLER "
007511            WS-CKPT-FILE-STATUS
007512             UPON SYSERR
007513         MOVE 8 TO WS-RETURN-CODE
007514     END-IF
007515     CLOSE CKPT-FILE.
007516 3200-EXIT.
007517     EXIT.
007518*----------------------------------------------------------------
007519 3040-CLOSE-CURSOR.
007520     CALL "PQexec" USING
007521         BY VALUE WS-PGCONN
007522         BY REFERENCE "CLOSE cobpg_cur;" & x"00"
007523         RETURNING WS-PGRES
007524     END-CALL
007525     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
007526     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
007527     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL
007530     CALL "PQexec" USING
007540         BY VALUE WS-PGCONN
007550         BY REFERENCE "COMMIT;" & x"00"
007580     MOVE PG-COMMAND-OK TO WS-EXPECTED-STATUS
007590     PERFORM 8000-CHECK-STATUS THRU 8000-EXIT
007600     CALL "PQclear" USING BY VALUE WS-PGRES END-CALL.
007601 3040-EXIT.
007602     EXIT.
007603*----------------------------------------------------------------
007604*    ONE EXTRACT STANZA, FRONT TO BACK -- LOAD ITS CONTROL
007605*    VALUES INTO THE SHARED CTLP FIELDS, OPEN ITS OUTPUT FILE,
007606*    BUILD AND WALK ITS CURSOR, THEN LOG THE STANZA AND MOVE
007607*    THE CHECKPOINT FORWARD.  ON A RESTART, STANZAS BEFORE THE
007608*    CHECKPOINTED ONE WERE ALREADY EXTRACTED BY THE EARLIER
007609*    RUN AND ARE SKIPPED.
007610*----------------------------------------------------------------
007611 6000-PROCESS-STANZA.
007612     IF WS-STANZA-SUB < WS-RESTART-STANZA
007613         DISPLAY "COBPG: STANZA ", WS-STANZA-SUB,
007614             " BEREITS EXTRAHIERT -- UEBERSPRUNGEN" UPON SYSOUT
007615         END-DISPLAY
007616         GO TO 6000-EXIT
007617     END-IF
007618     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
007619     ACCEPT WS-SYS-TIME FROM TIME
007620     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
007621     MOVE WS-FMT-TS TO WS-STZ-START-TS
007622     MOVE WS-STZ-TABLE(WS-STANZA-SUB) TO CTLP-TABLE-NAME
007623     MOVE WS-STZ-FORMAT(WS-STANZA-SUB) TO WS-CUR-FORMAT
007624     MOVE WS-STZ-DELIM(WS-STANZA-SUB) TO WS-CUR-DELIM
007625     MOVE WS-STZ-DELTA-SW(WS-STANZA-SUB) TO WS-CUR-DELTA-SW
007626     MOVE WS-STZ-KEYCOL(WS-STANZA-SUB) TO WS-CUR-KEYCOL
007627     MOVE WS-STZ-PARTCOL(WS-STANZA-SUB) TO WS-CUR-PARTCOL
007628     MOVE WS-STZ-PARTS(WS-STANZA-SUB) TO WS-CUR-PARTS
007629     MOVE WS-STZ-PART-ONLY(WS-STANZA-SUB) TO WS-CUR-PART-ONLY
007630     MOVE WS-STZ-OUTPUT(WS-STANZA-SUB) TO WS-CUR-OUTPUT-NAME
007631     MOVE SPACES TO WS-PART-PREDICATE
007632     MOVE 0 TO WS-CKPT-PART-OUT
007633     MOVE 0 TO WS-TRUNC-COUNT
007634     MOVE 0 TO WS-ABS-ROW
007635     MOVE WS-STZ-WHERE(WS-STANZA-SUB) TO CTLP-WHERE-TEXT
007636     MOVE WS-STZ-COL-COUNT(WS-STANZA-SUB) TO CTLP-COLUMN-COUNT
007637     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007638         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
007639         MOVE WS-STZ-COLUMN(WS-STANZA-SUB, WS-COL-SUB)
007640             TO CTLP-COLUMN-NAME(WS-COL-SUB)
007641     END-PERFORM
007642     IF WS-STZ-CT-COUNT(WS-STANZA-SUB) > 0
007643         MOVE 'Y' TO WS-CUR-TYPED-SW
007644     ELSE
007645         MOVE 'N' TO WS-CUR-TYPED-SW
007646     END-IF
007647     MOVE WS-STZ-LAYFILE(WS-STANZA-SUB) TO WS-CUR-LAYFILE
007648     MOVE WS-STZ-TYPREJ(WS-STANZA-SUB) TO WS-CUR-TYPREJ
007649     MOVE 0 TO WS-TYP-REJECTS
007650     IF WS-STZ-MK-COUNT(WS-STANZA-SUB) > 0
007651         MOVE 'Y' TO WS-CUR-MASKED-SW
007652     ELSE
007653         MOVE 'N' TO WS-CUR-MASKED-SW
007654     END-IF
007655     MOVE 0 TO WS-MASK-UNFIT
007656     IF WS-CUR-TYPED
007657         PERFORM 6060-CHECK-TYPED-CONTROLS THRU 6060-EXIT
007658         IF WS-RETURN-CODE NOT = 0
007659             GO TO 6000-LOG
007660         END-IF
007661     END-IF
007662     IF WS-CUR-DELTA
007663         PERFORM 6050-CHECK-DELTA-CONTROLS THRU 6050-EXIT
007664         IF WS-RETURN-CODE NOT = 0
007665             GO TO 6000-LOG
007666         END-IF
007667     END-IF
007668     IF WS-CUR-MASKED
007669         PERFORM 6080-CHECK-MASK-CONTROLS THRU 6080-EXIT
007670         IF WS-RETURN-CODE NOT = 0
007671             GO TO 6000-LOG
007672         END-IF
007673     END-IF
007674*    A PART= SLICE REQUEST WITHOUT PARTS= WOULD OTHERWISE FALL
007675*    THROUGH TO A FULL UNSEGMENTED EXTRACT -- IN THE PARALLEL-
007676*    JOBS SETUP THAT IS ONE JOB QUIETLY RE-PULLING EVERYTHING.
007677     IF WS-CUR-PART-ONLY > 0 AND WS-CUR-PARTS NOT > 1
007678         DISPLAY "COBPG: PART= BRAUCHT PARTS= GROESSER 1"
007679             UPON SYSERR
007680         MOVE 8 TO WS-RETURN-CODE
007681         GO TO 6000-LOG
007682     END-IF
007683     IF WS-CUR-PARTS > 1
007684         PERFORM 7000-PARTITIONED-EXTRACT THRU 7000-EXIT
007685         GO TO 6000-LOG
007686     END-IF
007687     IF WS-STANZA-SUB = WS-RESTART-STANZA
007688         MOVE WS-CKPT-ROW-SAVE TO WS-RESTART-ROW
007689     ELSE
007690         MOVE 0 TO WS-RESTART-ROW
007691     END-IF
007692     IF WS-CUR-DELTA AND WS-RESTART-ROW > 0
007693         DISPLAY "COBPG: DELTA-STANZA STARTET NEU AB ZEILE NULL"
007694             UPON SYSOUT
007695         MOVE 0 TO WS-RESTART-ROW
007696     END-IF
007697     MOVE 0 TO WS-TOTAL-ROWS
007698     PERFORM 6100-OPEN-OUTPUT THRU 6100-EXIT
007699     IF WS-RETURN-CODE NOT = 0
007700         GO TO 6000-LOG
007701     END-IF
007702     IF WS-CUR-TYPED
007703         PERFORM 6130-OPEN-TYPED-AUX THRU 6130-EXIT
007704         IF WS-RETURN-CODE NOT = 0
007705             PERFORM 6200-CLOSE-OUTPUT THRU 6200-EXIT
007706             GO TO 6000-LOG
007707         END-IF
007708     END-IF
007709     IF WS-CUR-DELTA
007710         PERFORM 6120-OPEN-DELTA-FILES THRU 6120-EXIT
007711         IF WS-RETURN-CODE NOT = 0
007712             PERFORM 6200-CLOSE-OUTPUT THRU 6200-EXIT
007713             GO TO 6000-LOG
007714         END-IF
007715     END-IF
007716     PERFORM 2000-BUILD-QUERY THRU 2000-EXIT
007717     PERFORM 3000-EXTRACT-ROWS THRU 3000-EXIT
007718     IF WS-CUR-DELTA
007719         PERFORM 6220-CLOSE-DELTA-FILES THRU 6220-EXIT
007720     END-IF
007721     PERFORM 6200-CLOSE-OUTPUT THRU 6200-EXIT
007722     COMPUTE WS-ABS-ROW = WS-RESTART-ROW + WS-TOTAL-ROWS.
007723 6000-LOG.
007724     IF WS-TRUNC-COUNT > 0
007725         ADD WS-TRUNC-COUNT TO WS-TRUNC-TOTAL
007726         DISPLAY "COBPG: ", WS-TRUNC-COUNT,
007727             " WERTE ABGESCHNITTEN IN ", CTLP-TABLE-NAME
007728             UPON SYSERR
007729         END-DISPLAY
007730     END-IF
007731     IF WS-MASK-UNFIT > 0
007732         ADD WS-MASK-UNFIT TO WS-MASK-UNFIT-TOTAL
007733         DISPLAY "COBPG: ", WS-MASK-UNFIT,
007734             " WERTE NICHT MASKIERBAR -- GESCHWAERZT IN ",
007735             CTLP-TABLE-NAME UPON SYSERR
007736         END-DISPLAY
007737     END-IF
007738     IF WS-TYP-REJECTS > 0
007739         ADD WS-TYP-REJECTS TO WS-TYPREJ-TOTAL
007740         DISPLAY "COBPG: ", WS-TYP-REJECTS,
007741             " ZEILEN WEGEN TYPFEHLERN ABGEWIESEN IN ",
007742             CTLP-TABLE-NAME UPON SYSERR
007743         END-DISPLAY
007744     END-IF
007745     PERFORM 4200-WRITE-RUN-LOG THRU 4200-EXIT
007746     IF WS-RETURN-CODE = 0
007747         PERFORM 4100-MARK-STANZA-DONE THRU 4100-EXIT
007748         ADD WS-ABS-ROW TO WS-GRAND-TOTAL
007749         DISPLAY "Wir haben ", WS-ABS-ROW, " Zeilen aus ",
007750             CTLP-TABLE-NAME, " extrahiert" UPON SYSOUT
007751         END-DISPLAY
007752     END-IF.
007753 6000-EXIT.
007754     EXIT.
007755*----------------------------------------------------------------
007756*    DELTA MODE NEEDS A KEY COLUMN FROM THE STANZA'S OWN COLUMN
007757*    LIST (THE MERGE MATCHES ON IT) AND THE FIXED OUTPUT FORMAT
007758*    (THE MERGE COMPARES EXTRACT RECORD IMAGES).
007759*----------------------------------------------------------------
007760 6050-CHECK-DELTA-CONTROLS.
007761     IF WS-CUR-FMT-DELIMITED
007762         DISPLAY "COBPG: DELTA=Y BRAUCHT FORMAT=FIXED"
007763             UPON SYSERR
007764         MOVE 8 TO WS-RETURN-CODE
007765         GO TO 6050-EXIT
007766     END-IF
007767     MOVE 0 TO WS-CUR-KEY-POS
007768     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007769         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
007770         IF WS-CUR-KEYCOL = CTLP-COLUMN-NAME(WS-COL-SUB)
007771             MOVE WS-COL-SUB TO WS-CUR-KEY-POS
007772         END-IF
007773     END-PERFORM
007774     IF WS-CUR-KEY-POS = 0
007775         DISPLAY "COBPG: DELTA=Y BRAUCHT KEYCOL= AUS COLUMNS"
007776             UPON SYSERR
007777         MOVE 8 TO WS-RETURN-CODE
007778     END-IF.
007779 6050-EXIT.
007780     EXIT.
007781*----------------------------------------------------------------
007782*    TYPED OUTPUT NEEDS THE FIXED FORMAT AND EXCLUDES DELTA AND
007783*    PARTITIONING -- THE DELTA MERGE AND THE SEGMENT COUNTING
007784*    BOTH READ THE CLASSIC 1620-BYTE RECORD.  EVERY "COLTYPE="
007785*    COLUMN MUST APPEAR IN THE STANZA'S "COLUMNS=" LIST, AND
007786*    ITS PICTURE MUST BE A S9(A)V9(B) FORM (UP TO 15 INTEGER
007787*    AND 5 DECIMAL DIGITS, 17 IN ALL) OR THE WORD "DATE".
007788*----------------------------------------------------------------
007789 6060-CHECK-TYPED-CONTROLS.
007790     IF WS-CUR-FMT-DELIMITED
007791         DISPLAY "COBPG: COLTYPE= BRAUCHT FORMAT=FIXED"
007792             UPON SYSERR
007793         MOVE 8 TO WS-RETURN-CODE
007794         GO TO 6060-EXIT
007795     END-IF
007796     IF WS-CUR-DELTA
007797         DISPLAY "COBPG: COLTYPE= UND DELTA=Y SCHLIESSEN "
007798             "SICH AUS" UPON SYSERR
007799         MOVE 8 TO WS-RETURN-CODE
007800         GO TO 6060-EXIT
007801     END-IF
007802     IF WS-CUR-PARTS > 1
007803         DISPLAY "COBPG: COLTYPE= UND PARTS= SCHLIESSEN "
007804             "SICH AUS" UPON SYSERR
007805         MOVE 8 TO WS-RETURN-CODE
007806         GO TO 6060-EXIT
007807     END-IF
007808     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007809         UNTIL WS-COL-SUB > 20
007810         MOVE 'C'     TO WS-TYP-COL-TYPE(WS-COL-SUB)
007811         MOVE 0       TO WS-TYP-COL-INT(WS-COL-SUB)
007812                         WS-TYP-COL-DEC(WS-COL-SUB)
007813                         WS-TYP-COL-BYTES(WS-COL-SUB)
007814         MOVE 80      TO WS-TYP-COL-LEN(WS-COL-SUB)
007815         MOVE "X(80)" TO WS-TYP-COL-PIC(WS-COL-SUB)
007816     END-PERFORM
007817     PERFORM 6070-RESOLVE-ONE-COLTYPE THRU 6070-EXIT
007818         VARYING WS-TYP-CT-SUB FROM 1 BY 1
007819         UNTIL WS-TYP-CT-SUB > WS-STZ-CT-COUNT(WS-STANZA-SUB)
007820            OR WS-RETURN-CODE NOT = 0
007821     IF WS-RETURN-CODE NOT = 0
007822         GO TO 6060-EXIT
007823     END-IF
007824     MOVE 1 TO WS-LAY-PTR
007825     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007826         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
007827         MOVE WS-LAY-PTR TO WS-TYP-COL-START(WS-COL-SUB)
007828         COMPUTE WS-LAY-PTR
007829             = WS-LAY-PTR + WS-TYP-COL-LEN(WS-COL-SUB) + 1
007830     END-PERFORM
007831     COMPUTE WS-TYP-REC-LEN = WS-LAY-PTR - 1.
007832 6060-EXIT.
007833     EXIT.
007834*----------------------------------------------------------------
007835 6070-RESOLVE-ONE-COLTYPE.
007836     MOVE 0 TO WS-TYP-COL-POS
007837     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007838         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
007839         IF WS-STZ-CT-NAME(WS-STANZA-SUB, WS-TYP-CT-SUB)
007840                 = CTLP-COLUMN-NAME(WS-COL-SUB)
007841             MOVE WS-COL-SUB TO WS-TYP-COL-POS
007842         END-IF
007843     END-PERFORM
007844     IF WS-TYP-COL-POS = 0
007845         DISPLAY "COBPG: COLTYPE-SPALTE NICHT IN COLUMNS -- "
007846             WS-STZ-CT-NAME(WS-STANZA-SUB, WS-TYP-CT-SUB)
007847             UPON SYSERR
007848         MOVE 8 TO WS-RETURN-CODE
007849         GO TO 6070-EXIT
007850     END-IF
007851     MOVE WS-STZ-CT-PIC(WS-STANZA-SUB, WS-TYP-CT-SUB)
007852         TO WS-PICP-FIELD
007853     IF WS-PICP-FIELD = "DATE"
007854         MOVE 'D' TO WS-TYP-COL-TYPE(WS-TYP-COL-POS)
007855         MOVE 8   TO WS-TYP-COL-LEN(WS-TYP-COL-POS)
007856         MOVE "9(8)" TO WS-TYP-COL-PIC(WS-TYP-COL-POS)
007857         GO TO 6070-EXIT
007858     END-IF
007859     PERFORM 6075-PARSE-PICTURE THRU 6075-EXIT
007860     IF NOT WS-PICP-OK
007861         OR WS-PICP-INT = 0 OR WS-PICP-INT > 15
007862         OR WS-PICP-DEC > 5
007863         OR WS-PICP-INT + WS-PICP-DEC > 17
007864         DISPLAY "COBPG: COLTYPE-PICTURE UNGUELTIG -- "
007865             WS-PICP-FIELD UPON SYSERR
007866         MOVE 8 TO WS-RETURN-CODE
007867         GO TO 6070-EXIT
007868     END-IF
007869     MOVE 'N' TO WS-TYP-COL-TYPE(WS-TYP-COL-POS)
007870     MOVE WS-PICP-INT TO WS-TYP-COL-INT(WS-TYP-COL-POS)
007871     MOVE WS-PICP-DEC TO WS-TYP-COL-DEC(WS-TYP-COL-POS)
007872     COMPUTE WS-TYP-COL-BYTES(WS-TYP-COL-POS)
007873         = (WS-PICP-INT + WS-PICP-DEC + 2) / 2
007874     MOVE WS-TYP-COL-BYTES(WS-TYP-COL-POS)
007875         TO WS-TYP-COL-LEN(WS-TYP-COL-POS)
007876     MOVE WS-PICP-FIELD
007877         TO WS-TYP-COL-PIC(WS-TYP-COL-POS).
007878 6070-EXIT.
007879     EXIT.
007880*----------------------------------------------------------------
007881*    PICTURE-STRING SCAN -- "S9(13)V99", "9(8)", "S9(7)V9(2)"
007882*    AND THE OTHER USUAL SPELLINGS.  DELIVERS THE INTEGER AND
007883*    DECIMAL DIGIT COUNTS.
007884*----------------------------------------------------------------
007885 6075-PARSE-PICTURE.
007886     MOVE 'N' TO WS-PICP-OK-SW
007887     MOVE 0 TO WS-PICP-INT WS-PICP-DEC
007888     MOVE 'I' TO WS-PICP-STATE
007889     MOVE 1 TO WS-PICP-SUB
007890     IF WS-PICP-FIELD(1:1) = "S"
007891         MOVE 2 TO WS-PICP-SUB
007892     END-IF
007893     PERFORM 6076-PIC-ONE-CHAR THRU 6076-EXIT
007894         UNTIL WS-PICP-SUB > 20
007895            OR WS-PICP-FIELD(WS-PICP-SUB:1) = SPACE
007896            OR WS-PICP-OK-SW = "X"
007897     IF WS-PICP-OK-SW NOT = "X" AND WS-PICP-INT > 0
007898         SET WS-PICP-OK TO TRUE
007899     END-IF.
007900 6075-EXIT.
007901     EXIT.
007902 6076-PIC-ONE-CHAR.
007903     MOVE WS-PICP-FIELD(WS-PICP-SUB:1) TO WS-PICP-CHAR
007904     EVALUATE WS-PICP-CHAR
007905         WHEN "9"
007906             IF WS-PICP-STATE = 'I'
007907                 ADD 1 TO WS-PICP-INT
007908             ELSE
007909                 ADD 1 TO WS-PICP-DEC
007910             END-IF
007911             ADD 1 TO WS-PICP-SUB
007912         WHEN "("
007913             PERFORM 6078-PIC-REPEAT THRU 6078-EXIT
007914             IF WS-PICP-OK-SW NOT = "X"
007915                 IF WS-PICP-STATE = 'I'
007916                     COMPUTE WS-PICP-INT
007917                         = WS-PICP-INT - 1 + WS-PICP-REPEAT
007918                 ELSE
007919                     COMPUTE WS-PICP-DEC
007920                         = WS-PICP-DEC - 1 + WS-PICP-REPEAT
007921                 END-IF
007922             END-IF
007923         WHEN "V"
007924             IF WS-PICP-STATE = 'D'
007925                 MOVE "X" TO WS-PICP-OK-SW
007926             ELSE
007927                 MOVE 'D' TO WS-PICP-STATE
007928                 ADD 1 TO WS-PICP-SUB
007929             END-IF
007930         WHEN OTHER
007931             MOVE "X" TO WS-PICP-OK-SW
007932     END-EVALUATE.
007933 6076-EXIT.
007934     EXIT.
007935*----------------------------------------------------------------
007936*    THE "(N)" REPEAT COUNT BEHIND A "9".  THE PRECEDING "9"
007937*    ALREADY COUNTED ONE DIGIT, WHICH THE CALLER TAKES BACK.
007938*----------------------------------------------------------------
007939 6078-PIC-REPEAT.
007940     ADD 1 TO WS-PICP-SUB
007941     MOVE 0 TO WS-PICP-REPEAT
007942     PERFORM UNTIL WS-PICP-SUB > 20
007943         OR WS-PICP-FIELD(WS-PICP-SUB:1) = ")"
007944         OR WS-PICP-OK-SW = "X"
007945         MOVE WS-PICP-FIELD(WS-PICP-SUB:1) TO WS-PICP-CHAR
007946         IF WS-PICP-CHAR < "0" OR WS-PICP-CHAR > "9"
007947             MOVE "X" TO WS-PICP-OK-SW
007948         ELSE
007949             MOVE WS-PICP-CHAR TO WS-PARSE-DIGIT(1:1)
007950             COMPUTE WS-PICP-REPEAT
007951                 = WS-PICP-REPEAT * 10 + WS-PARSE-DIGIT
007952             ADD 1 TO WS-PICP-SUB
007953         END-IF
007954     END-PERFORM
007955     IF WS-PICP-SUB > 20 OR WS-PICP-REPEAT = 0
007956         MOVE "X" TO WS-PICP-OK-SW
007957         GO TO 6078-EXIT
007958     END-IF
007959     IF WS-PICP-OK-SW NOT = "X"
007960         ADD 1 TO WS-PICP-SUB
007961     END-IF.
007962 6078-EXIT.
007963     EXIT.
007964*----------------------------------------------------------------
007965*    MASKED STANZA -- EVERY "MASK=" COLUMN MUST APPEAR IN THE
007966*    STANZA'S "COLUMNS=" LIST, AT MOST ONCE.  THE KEY OF A DELTA
007967*    STANZA CANNOT BE MASKED (THE MERGE RELIES ON THE DATABASE'S
007968*    KEY ORDER, WHICH A PSEUDONYM DOES NOT KEEP).  ON A TYPED
007969*    STANZA THE METHOD MUST FIT THE DECLARED TYPE: NUMERIC
007970*    COLUMNS ONLY PERTURB, DATE COLUMNS ONLY SHIFT.
007971*----------------------------------------------------------------
007972 6080-CHECK-MASK-CONTROLS.
007973     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007974         UNTIL WS-COL-SUB > 20
007975         MOVE SPACE  TO WS-MSK-COL-METHOD(WS-COL-SUB)
007976         MOVE SPACES TO WS-MSK-COL-ARG(WS-COL-SUB)
007977         MOVE 0      TO WS-MSK-COL-NUM(WS-COL-SUB)
007978     END-PERFORM
007979     PERFORM 6085-RESOLVE-ONE-MASK THRU 6085-EXIT
007980         VARYING WS-MSK-CT-SUB FROM 1 BY 1
007981         UNTIL WS-MSK-CT-SUB > WS-STZ-MK-COUNT(WS-STANZA-SUB)
007982            OR WS-RETURN-CODE NOT = 0
007983     IF WS-RETURN-CODE = 0
007984         DISPLAY "COBPG: ", CTLP-TABLE-NAME, " WIRD MASKIERT "
007985             "EXTRAHIERT -- ", WS-STZ-MK-COUNT(WS-STANZA-SUB),
007986             " SPALTE(N)" UPON SYSOUT
007987         END-DISPLAY
007988     END-IF.
007989 6080-EXIT.
007990     EXIT.
007991*----------------------------------------------------------------
007992 6085-RESOLVE-ONE-MASK.
007993     MOVE 0 TO WS-MSK-COL-POS
007994     PERFORM VARYING WS-COL-SUB FROM 1 BY 1
007995         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
007996         IF WS-STZ-MK-NAME(WS-STANZA-SUB, WS-MSK-CT-SUB)
007997                 = CTLP-COLUMN-NAME(WS-COL-SUB)
007998             MOVE WS-COL-SUB TO WS-MSK-COL-POS
007999         END-IF
008000     END-PERFORM
008001     IF WS-MSK-COL-POS = 0
008002         DISPLAY "COBPG: MASK-SPALTE NICHT IN COLUMNS -- "
008003             WS-STZ-MK-NAME(WS-STANZA-SUB, WS-MSK-CT-SUB)
008004             UPON SYSERR
008005         MOVE 8 TO WS-RETURN-CODE
008006         GO TO 6085-EXIT
008007     END-IF
008008     IF WS-MSK-COL-METHOD(WS-MSK-COL-POS) NOT = SPACE
008009         DISPLAY "COBPG: MASK-SPALTE DOPPELT -- "
008010             WS-STZ-MK-NAME(WS-STANZA-SUB, WS-MSK-CT-SUB)
008011             UPON SYSERR
008012         MOVE 8 TO WS-RETURN-CODE
008013         GO TO 6085-EXIT
008014     END-IF
008015     IF WS-CUR-DELTA AND WS-MSK-COL-POS = WS-CUR-KEY-POS
008016         DISPLAY "COBPG: MASK= AUF DEM KEYCOL EINER DELTA-STANZA"
008017             " NICHT MOEGLICH" UPON SYSERR
008018         MOVE 8 TO WS-RETURN-CODE
008019         GO TO 6085-EXIT
008020     END-IF
008021     MOVE WS-STZ-MK-METHOD(WS-STANZA-SUB, WS-MSK-CT-SUB)
008022         TO WS-MSK-COL-METHOD(WS-MSK-COL-POS)
008023     IF WS-CUR-TYPED
008024         AND ((WS-TYP-COL-TYPE(WS-MSK-COL-POS) = 'N'
008025               AND WS-MSK-COL-METHOD(WS-MSK-COL-POS) NOT = 'A')
008026          OR (WS-TYP-COL-TYPE(WS-MSK-COL-POS) = 'D'
008027               AND WS-MSK-COL-METHOD(WS-MSK-COL-POS) NOT = 'D'))
008028         DISPLAY "COBPG: MASK= PASST NICHT ZUM COLTYPE -- "
008029             WS-STZ-MK-NAME(WS-STANZA-SUB, WS-MSK-CT-SUB)
008030             UPON SYSERR
008031         MOVE 8 TO WS-RETURN-CODE
008032         GO TO 6085-EXIT
008033     END-IF
008034     MOVE WS-STZ-MK-ARG(WS-STANZA-SUB, WS-MSK-CT-SUB)
008035         TO WS-MSK-COL-ARG(WS-MSK-COL-POS)
008036     MOVE WS-STZ-MK-NUM(WS-STANZA-SUB, WS-MSK-CT-SUB)
008037         TO WS-MSK-COL-NUM(WS-MSK-COL-POS).
008038 6085-EXIT.
008039     EXIT.
008040*----------------------------------------------------------------
008041*    POINT THE COBPGTYP DD AT THE STANZA'S OUTPUT FILE AND OPEN
008042*    IT -- THE TYPED COUNTERPART OF 6100 FOR THE FIXED FORMAT.
008043*----------------------------------------------------------------
008044 6105-OPEN-TYPED-OUTPUT.
008045     DISPLAY "DD_COBPGTYP" UPON ENVIRONMENT-NAME
008046     DISPLAY WS-CUR-OUTPUT-NAME UPON ENVIRONMENT-VALUE
008047     IF WS-RESTART-ROW > 0
008048         OPEN EXTEND TYP-FILE
008049     ELSE
008050         OPEN OUTPUT TYP-FILE
008051     END-IF
008052     IF WS-TYP-FILE-STATUS NOT = "00"
008053         DISPLAY "COBPG: TYP-AUSGABE OPEN FEHLER "
008054             WS-TYP-FILE-STATUS UPON SYSERR
008055         MOVE 8 TO WS-RETURN-CODE
008056     END-IF.
008057 6105-EXIT.
008058     EXIT.
008059*----------------------------------------------------------------
008060*    THE LAYOUT-DESCRIPTION FILE AND THE TYPE-REJECT FILE OF A
008061*    TYPED STANZA.  THE LAYOUT IS REWRITTEN EVERY RUN -- IT
008062*    DESCRIBES THE FILE JUST WRITTEN, AND DOWNSTREAM STEPS READ
008063*    IT INSTEAD OF GUESSING OFFSETS.
008064*----------------------------------------------------------------
008065 6130-OPEN-TYPED-AUX.
008066     DISPLAY "DD_COBPGLAY" UPON ENVIRONMENT-NAME
008067     DISPLAY WS-CUR-LAYFILE UPON ENVIRONMENT-VALUE
008068     OPEN OUTPUT LAY-FILE
008069     IF WS-LAY-FILE-STATUS NOT = "00"
008070         DISPLAY "COBPG: LAYOUT-DATEI OPEN FEHLER "
008071             WS-LAY-FILE-STATUS UPON SYSERR
008072         MOVE 8 TO WS-RETURN-CODE
008073         GO TO 6130-EXIT
008074     END-IF
008075     MOVE WS-TYP-REC-LEN TO WS-LAY-RECLEN
008076     MOVE CTLP-COLUMN-COUNT TO WS-LAY-COLS
008077     MOVE SPACES TO LAY-RECORD
008078     STRING
008079         "TABLE="         DELIMITED BY SIZE
008080         CTLP-TABLE-NAME  DELIMITED BY SPACE
008081         " RECLEN="       DELIMITED BY SIZE
008082         WS-LAY-RECLEN    DELIMITED BY SIZE
008083         " COLUMNS="      DELIMITED BY SIZE
008084         WS-LAY-COLS      DELIMITED BY SIZE
008085         INTO LAY-RECORD
008086     END-STRING
008087     PERFORM 6137-WRITE-LAY-RECORD THRU 6137-EXIT
008088     PERFORM 6135-WRITE-ONE-LAYOUT-LINE THRU 6135-EXIT
008089         VARYING WS-COL-SUB FROM 1 BY 1
008090         UNTIL WS-COL-SUB > CTLP-COLUMN-COUNT
008091            OR WS-RETURN-CODE NOT = 0
008092     CLOSE LAY-FILE
008093     IF WS-RETURN-CODE NOT = 0
008094         GO TO 6130-EXIT
008095     END-IF
008096     DISPLAY "DD_COBPGTRJ" UPON ENVIRONMENT-NAME
008097     DISPLAY WS-CUR-TYPREJ UPON ENVIRONMENT-VALUE
008098     IF WS-RESTART-ROW > 0
008099         OPEN EXTEND TRJ-FILE
008100     ELSE
008101         OPEN OUTPUT TRJ-FILE
008102     END-IF
008103     IF WS-TRJ-FILE-STATUS NOT = "00"
008104         DISPLAY "COBPG: TYPREJ OPEN FEHLER "
008105             WS-TRJ-FILE-STATUS UPON SYSERR
008106         MOVE 8 TO WS-RETURN-CODE
008107     END-IF.
008108 6130-EXIT.
008109     EXIT.
008110*----------------------------------------------------------------
008111 6135-WRITE-ONE-LAYOUT-LINE.
008112     MOVE WS-TYP-COL-START(WS-COL-SUB) TO WS-LAY-START
008113     MOVE WS-TYP-COL-LEN(WS-COL-SUB)   TO WS-LAY-LEN
008114     COMPUTE WS-LAY-SW
008115         = WS-TYP-COL-START(WS-COL-SUB)
008116         + WS-TYP-COL-LEN(WS-COL-SUB)
008117     EVALUATE WS-TYP-COL-TYPE(WS-COL-SUB)
008118         WHEN 'N'
008119             MOVE "NUM " TO WS-LAY-TYPE
008120         WHEN 'D'
008121             MOVE "DATE" TO WS-LAY-TYPE
008122         WHEN OTHER
008123             MOVE "CHAR" TO WS-LAY-TYPE
008124     END-EVALUATE
008125     MOVE SPACES TO LAY-RECORD
008126     STRING
008127         "COLUMN="        DELIMITED BY SIZE
008128         CTLP-COLUMN-NAME(WS-COL-SUB) DELIMITED BY SPACE
008129         " TYPE="         DELIMITED BY SIZE
008130         WS-LAY-TYPE     DELIMITED BY SPACE
008131         " START="        DELIMITED BY SIZE
008132         WS-LAY-START     DELIMITED BY SIZE
008133         " LEN="          DELIMITED BY SIZE
008134         WS-LAY-LEN       DELIMITED BY SIZE
008135         " NULLSW="       DELIMITED BY SIZE
008136         WS-LAY-SW        DELIMITED BY SIZE
008137         " PIC="          DELIMITED BY SIZE
008138         WS-TYP-COL-PIC(WS-COL-SUB) DELIMITED BY SPACE
008139         INTO LAY-RECORD
008140     END-STRING
008141     PERFORM 6137-WRITE-LAY-RECORD THRU 6137-EXIT.
008142 6135-EXIT.
008143     EXIT.
008144 6137-WRITE-LAY-RECORD.
008145     WRITE LAY-RECORD
008146     IF WS-LAY-FILE-STATUS NOT = "00"
008147         DISPLAY "COBPG: LAYOUT-DATEI WRITE FEHLER "
008148             WS-LAY-FILE-STATUS UPON SYSERR
008149         MOVE 8 TO WS-RETURN-CODE
008150     END-IF.
008151 6137-EXIT.
008152     EXIT.
008153*----------------------------------------------------------------
008154*    THE PRIOR GENERATION IS THE LAST RUN'S FIXED EXTRACT OF
008159*    THIS STANZA (THE JOB SAVES IT UNDER "PRIOR=" BEFORE THE
008160*    NEW EXTRACT REPLACES THE OUTPUT FILE).  A MISSING PRIOR
008161*    FILE IS A FIRST DELTA RUN -- EVERY ROW THEN REPORTS AS AN
008847 9200-EXIT.
008848     EXIT.
008849*----------------------------------------------------------------
008850*    YEAR/MONTH/DAY -> JULIAN DAY NUMBER (FLIEGEL-VAN FLANDERN,
008851*    INTEGER STEPS).  THE SAME FORMULA COBPGHSK AND COBPGRPT
008852*    USE.
008853*----------------------------------------------------------------
008854 9300-DATE-TO-JDN.
008855     COMPUTE WS-JD-T1 = (WS-JD-MONTH - 14) / 12
008856     COMPUTE WS-JD-T2 = WS-JD-YEAR + 4800 + WS-JD-T1
008857     COMPUTE WS-JD-T3 = WS-JD-YEAR + 4900 + WS-JD-T1
008858     COMPUTE WS-JD-JDN
008859         = (1461 * WS-JD-T2) / 4
008860         + (367 * (WS-JD-MONTH - 2 - 12 * WS-JD-T1)) / 12
008861         - (3 * (WS-JD-T3 / 100)) / 4
008862         + WS-JD-DAY - 32075.
008863 9300-EXIT.
008864     EXIT.
008865*----------------------------------------------------------------
008866*    JULIAN DAY NUMBER (IN WS-JD-L) -> "YYYY-MM-DD" IN
008867*    WS-JD-DATE-X.  THE INVERSE FLIEGEL-VAN FLANDERN FORMULA,
008868*    AGAIN ALL INTEGER DIVISIONS.
008869*----------------------------------------------------------------
008870 9310-JDN-TO-DATE.
008871     COMPUTE WS-JD-L = WS-JD-L + 68569
008872     COMPUTE WS-JD-N = (4 * WS-JD-L) / 146097
008873     COMPUTE WS-JD-L
008874         = WS-JD-L - (146097 * WS-JD-N + 3) / 4
008875     COMPUTE WS-JD-I = (4000 * (WS-JD-L + 1)) / 1461001
008876     COMPUTE WS-JD-L
008877         = WS-JD-L - (1461 * WS-JD-I) / 4 + 31
008878     COMPUTE WS-JD-J = (80 * WS-JD-L) / 2447
008879     COMPUTE WS-JD-DD = WS-JD-L - (2447 * WS-JD-J) / 80
008880     COMPUTE WS-JD-L = WS-JD-J / 11
008881     COMPUTE WS-JD-MM = WS-JD-J + 2 - 12 * WS-JD-L
008882     COMPUTE WS-JD-YYYY
008883         = 100 * (WS-JD-N - 49) + WS-JD-I + WS-JD-L
008884     MOVE SPACES TO WS-JD-DATE-X
008885     STRING
008886         WS-JD-YYYY "-" WS-JD-MM "-" WS-JD-DD
008887         DELIMITED BY SIZE
008888         INTO WS-JD-DATE-X
008889     END-STRING.
008890 9310-EXIT.
008891     EXIT.
008892*----------------------------------------------------------------
008893*    POINT THE COBPGOUT DD AT THE STANZA'S OUTPUT FILE AND OPEN
008894*    IT.  A RESTART INSIDE THIS STANZA EXTENDS WHAT THE EARLIER
008895*    RUN ALREADY WROTE; OTHERWISE THE FILE IS REPLACED.
008896*----------------------------------------------------------------
008897 6100-OPEN-OUTPUT.
008898     IF WS-CUR-FMT-DELIMITED
008899         PERFORM 6110-OPEN-DELIM-OUTPUT THRU 6110-EXIT
008900         GO TO 6100-EXIT
008901     END-IF
008902     IF WS-CUR-TYPED
008903         PERFORM 6105-OPEN-TYPED-OUTPUT THRU 6105-EXIT
008904         GO TO 6100-EXIT
008905     END-IF
008906     DISPLAY "DD_COBPGOUT" UPON ENVIRONMENT-NAME
008907     DISPLAY WS-CUR-OUTPUT-NAME UPON ENVIRONMENT-VALUE
008908     IF WS-RESTART-ROW > 0
008909         OPEN EXTEND OUT-FILE
008910     ELSE
008911         OPEN OUTPUT OUT-FILE
008912     END-IF
008913     IF WS-OUT-FILE-STATUS NOT = "00"
008914         DISPLAY "COBPG: COBPGOUT OPEN FEHLER " WS-OUT-FILE-STATUS
008915             UPON SYSERR
008916         MOVE 8 TO WS-RETURN-CODE
008917     END-IF.
008918 6100-EXIT.
008919     EXIT.
008920*----------------------------------------------------------------
008921 6110-OPEN-DELIM-OUTPUT.
008922     DISPLAY "DD_COBPGDLM" UPON ENVIRONMENT-NAME
008923     DISPLAY WS-CUR-OUTPUT-NAME UPON ENVIRONMENT-VALUE
008924     IF WS-RESTART-ROW > 0
008925         OPEN EXTEND DELIM-FILE
008926     ELSE
008927         OPEN OUTPUT DELIM-FILE
008928     END-IF
008929     IF WS-DELIM-FILE-STATUS NOT = "00"
008930         DISPLAY "COBPG: AUSGABE OPEN FEHLER "
008931             WS-DELIM-FILE-STATUS
008932             UPON SYSERR
008933         MOVE 8 TO WS-RETURN-CODE
008934         GO TO 6110-EXIT
008935     END-IF
008936     IF WS-RESTART-ROW = 0
008937         PERFORM 3140-WRITE-DELIM-HEADER THRU 3140-EXIT
008938     END-IF.
008939 6110-EXIT.
008940     EXIT.
008941*----------------------------------------------------------------
008942 6200-CLOSE-OUTPUT.
008943     IF WS-CUR-FMT-DELIMITED
008944         CLOSE DELIM-FILE
008945     ELSE
008946       IF WS-CUR-TYPED
008947         CLOSE TYP-FILE TRJ-FILE
008948       ELSE
008949         CLOSE OUT-FILE
008950       END-IF
008951     END-IF.
008952 6200-EXIT.
008953     EXIT.
008954*----------------------------------------------------------------
008955*    SHARED POST-PQEXEC STATUS CHECK.  WS-EXPECTED-STATUS MUST
008956*    BE SET BY THE CALLER BEFORE THIS IS PERFORMED.  ON
008957*    MISMATCH THE RUN IS FAILED -- A BROKEN QUERY NO LONGER
008958*    LOOKS LIKE A CLEAN "ZERO ROWS" RESULT.
008959*----------------------------------------------------------------
008960 8000-CHECK-STATUS.
008961     CALL "PQresultStatus" USING BY VALUE WS-PGRES
008962         RETURNING WS-PQ-STATUS
008963     END-CALL
008964     IF WS-PQ-STATUS = WS-EXPECTED-STATUS
008965         GO TO 8000-EXIT
008966     END-IF
008967     CALL "PQresultErrorMessage" USING BY VALUE WS-PGRES
008968         RETURNING WS-ERRPTR
008969     END-CALL
008970     MOVE SPACES TO WS-ERR-MSG-TRIM
008971     IF WS-ERRPTR NOT EQUAL NULL
008972         SET ADDRESS OF WS-ERRSTR TO WS-ERRPTR
008973         STRING WS-ERRSTR DELIMITED BY x"00"
008974             INTO WS-ERR-MSG-TRIM
008975         END-STRING
008976     END-IF
008977     DISPLAY "COBPG: SQL FEHLER -- " WS-ERR-MSG-TRIM
008978         UPON SYSERR
008979     END-DISPLAY
008980     MOVE 8 TO WS-RETURN-CODE.
008981 8000-EXIT.
008982     EXIT.
008983*----------------------------------------------------------------
008984 4000-TERMINATE.
008985     IF WS-RETURN-CODE = 0 AND WS-TRUNC-TOTAL > 0
008986         DISPLAY "COBPG: ", WS-TRUNC-TOTAL,
008987             " WERTE ABGESCHNITTEN -- LAUF ENDET MIT RC 4"
008988             UPON SYSERR
008989         END-DISPLAY
008990         MOVE 4 TO WS-RETURN-CODE
008991     END-IF
008992     IF WS-RETURN-CODE = 0 AND WS-MASK-UNFIT-TOTAL > 0
008993         DISPLAY "COBPG: ", WS-MASK-UNFIT-TOTAL,
008994             " WERTE GESCHWAERZT -- LAUF ENDET MIT RC 4"
008995             UPON SYSERR
008996         END-DISPLAY
008997         MOVE 4 TO WS-RETURN-CODE
008998     END-IF
008999     IF WS-RETURN-CODE = 0 AND WS-TYPREJ-TOTAL > 0
009000         DISPLAY "COBPG: ", WS-TYPREJ-TOTAL,
009001             " ZEILEN ABGEWIESEN -- LAUF ENDET MIT RC 4"
009002             UPON SYSERR
009003         END-DISPLAY
009004         MOVE 4 TO WS-RETURN-CODE
009005     END-IF
009006     PERFORM 4300-CLOSE-FILES THRU 4300-EXIT
009007     IF WS-PGCONN NOT EQUAL NULL
009008         CALL "PQfinish" USING BY VALUE WS-PGCONN END-CALL
009009         SET WS-PGCONN TO NULL
009010     END-IF
009011     DISPLAY "Wir haben ", WS-GRAND-TOTAL,
009012         " Zeilen insgesamt extrahiert" UPON SYSOUT
009013     END-DISPLAY.
009014 4000-EXIT.
009015     EXIT.
009016*----------------------------------------------------------------
009017*    A STANZA THAT ENDED CLEAN MOVES THE CHECKPOINT ON TO THE
009018*    NEXT STANZA (ROW ZERO).  AFTER THE LAST STANZA THE
009019*    CHECKPOINT IS CLEARED, SO THE NEXT RUN STARTS OVER FROM
009020*    STANZA ONE RATHER THAN FROM WHERE THIS RUN STOPPED.
009021*----------------------------------------------------------------
009022 4100-MARK-STANZA-DONE.
009023     MOVE 0 TO WS-CKPT-PART-OUT
009024     IF WS-STANZA-SUB < WS-STANZA-COUNT
009025         COMPUTE WS-CKPT-STANZA-OUT = WS-STANZA-SUB + 1
009026         MOVE WS-STZ-TABLE(WS-CKPT-STANZA-OUT)
009027             TO WS-CKPT-TABLE-OUT
009028     ELSE
009029         MOVE 0      TO WS-CKPT-STANZA-OUT
009030         MOVE SPACES TO WS-CKPT-TABLE-OUT
009031     END-IF
009032     MOVE 0 TO WS-CKPT-ROW-OUT
009033     PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT.
009034 4100-EXIT.
009035     EXIT.
009036*----------------------------------------------------------------
009037 4200-WRITE-RUN-LOG.
009038     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
009039     ACCEPT WS-SYS-TIME FROM TIME
009040     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
009041     MOVE WS-FMT-TS TO WS-END-TS
009043     IF WS-CUR-MASKED
009046         MOVE "COBPGMSK" TO RLOG-PROGRAM-ID
009049     ELSE
009052         MOVE "COBPG"    TO RLOG-PROGRAM-ID
009055     END-IF
009060     MOVE WS-STZ-START-TS TO RLOG-START-TS
009070     MOVE WS-END-TS      TO RLOG-END-TS
009080     MOVE CTLP-TABLE-NAME TO RLOG-TABLE-NAME
