000400*              (RLOG-TABLE-NAME CARRIES THE STEP NAME), AND THE
000410*              ONE-PAGE CHAIN REPORT GOES TO COBPGJBR.  THE
000420*              DRIVER ENDS WITH THE WORST RETURN CODE SEEN.
000421*
000422*              PROCESSING DATE.  THE COBPGCAL CALENDAR LISTS
000423*              THE DATES OF THE YEAR, ONE PER LINE, COLUMN 12
000424*              "B" FOR A BUSINESS DAY OR "H" FOR A HOLIDAY
000425*              (A DATE NOT LISTED IS NOT A BUSINESS DAY).  THE
000426*              DRIVER LOOKS UP THE LAST BUSINESS DAY COBPGLOG
000427*              SHOWS AS PROCESSED (ITS "ARBEITSTAG" RECORDS)
000428*              AND RUNS THE PLAN ONCE FOR EVERY BUSINESS DAY
000429*              AFTER IT UP TO THE RUN DATE, OLDEST FIRST --
000430*              A MISSED NIGHT OR A HOLIDAY WEEKEND CATCHES UP
000431*              BY ITSELF.  THE FIRST DAY ENDING RC 8 STOPS THE
000432*              RUN; THE LATER DAYS STAY OUTSTANDING FOR THE
000433*              NEXT RUN.  WITH NO ARBEITSTAG RECORD IN THE LOG
000434*              ONLY THE LATEST BUSINESS DAY IS RUN.  A DATE ON
000435*              THE COMMAND LINE REPLACES THE RUN DATE AS THE
000436*              UPPER LIMIT.  "&PDATE" IN A PGM= COMMAND IS
000437*              REPLACED BY THE DAY BEING PROCESSED, SO THE
000438*              STEPS GET THEIR DATE ON THE COMMAND LINE AND
000439*              NOBODY EDITS DATE= IN COBPGPRM.  WITHOUT A
000440*              COBPGCAL THE PLAN RUNS ONCE, FOR THE COMMAND-
000441*              LINE DATE IF ONE IS GIVEN.
000442*
000443*              RESTART.  THE COBPGJST CHAIN-STATE FILE HOLDS THE
000444*              BUSINESS DAY IN HAND AND EVERY STEP'S OUTCOME,
000445*              START TIME AND THE INPUT FILE (WITH ITS TIME
000446*              STAMP) IT CONSUMED; IT IS REWRITTEN AFTER EACH
000447*              STEP.  WHEN A DAY ENDED RC 8 (OR THE DRIVER
000448*              DIED), THE NEXT RUN PICKS THAT DAY UP AT THE
000449*              FAILED STEP: THE STEPS BEFORE IT COUNT AS DONE
000450*              AND KEEP THEIR ORIGINAL START TIMES, SO THE
000451*              INPUT=/FROM= CHECKS STILL MEASURE AGAINST THE
000452*              RUN THAT PRODUCED THE FILES.  THE INPUTS A DONE
000453*              STEP CONSUMED AND THEIR TIME STAMPS GO TO COBPGJST
000454*              FOR THE OPERATOR ONLY; A CHANGED INPUT DOES NOT
000455*              BLOCK THE RESTART (APPROVE REWRITES COBPGCOR IN
000456*              PLACE, AND ANALYSTS WORK COBPGREJ/COBPGCOR BETWEEN
000457*              RUNS).  COMMAND-LINE OVERRIDES (FIRST DAY OF THE
000458*              RUN ONLY):
000459*                RESTART=<step>   RESTART AT THAT STEP; STEPS
000460*                                 BEFORE IT THAT ARE NOT DONE
000461*                                 ARE BYPASSED
000462*                BYPASS=<step>    DO NOT RUN THAT STEP; IT
000463*                                 COUNTS AS DONE WITH RC 0 AND
000464*                                 ITS OUTPUT FILE IS TAKEN AS IT
000465*                                 STANDS
000466*              AT MOST SIX WORDS ON THE COMMAND LINE, DATE AND
000467*              OVERRIDES TOGETHER.  EVERY OVERRIDE GOES TO
000468*              COBPGLOG (TABLE COLUMN "<step> RESTART" /
000469*              "<step> BYPASS") AND ONTO THE CHAIN REPORT.
000470*
000471*  MODIFICATION HISTORY.
000472*  DATE       INIT  DESCRIPTION
000473*  ---------- ----  ------------------------------------------
000474*  2026-09-02 TS    INITIAL VERSION.
000475*  2026-10-11 TS    COBPGCAL BUSINESS-DAY CALENDAR; PROCESSING
000476*                   DATE FROM COBPGLOG, ONE PASS PER OUTSTANDING
000477*                   DAY, &PDATE IN PGM=, DATES ON COBPGJBR.
000478*  2026-10-12 TS    COBPGJST CHAIN STATE; RESTART AT THE FAILED
000479*                   STEP; RESTART=/BYPASS= OPERATOR OVERRIDES.
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000580     SELECT LOG-FILE ASSIGN TO "COBPGLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOG-FILE-STATUS.
000602     SELECT CAL-FILE ASSIGN TO "COBPGCAL"
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-CAL-FILE-STATUS.
000607     SELECT JST-FILE ASSIGN TO "COBPGJST"
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS WS-JST-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PLN-FILE.
000660 01  RPT-RECORD                  PIC X(132).
000670 FD  LOG-FILE.
000680 01  LOG-RECORD                   PIC X(109).
000683 FD  CAL-FILE.
000686 01  CAL-RECORD                   PIC X(80).
000687*****************************************************************
000688*    CHAIN STATE.  ONE "K" RECORD (THE BUSINESS DAY, ITS START
000689*    TIME, STATUS O = OPEN / E = ENDED BELOW RC 8), THEN ONE
000690*    "S" RECORD PER STEP IN PLAN ORDER.
000691*****************************************************************
000692 FD  JST-FILE.
000693 01  JST-RECORD.
000694     05  JST-TYPE                 PIC X(01).
000695         88  JST-IS-HEAD                    VALUE 'K'.
000696         88  JST-IS-STEP                    VALUE 'S'.
000697     05  FILLER                   PIC X(01).
000698     05  JST-DATE                 PIC X(10).
000699     05  FILLER                   PIC X(01).
000700     05  JST-STEP-NAME            PIC X(20).
000701     05  FILLER                   PIC X(01).
000702     05  JST-STATUS               PIC X(01).
000703     05  FILLER                   PIC X(01).
000704     05  JST-START-TS             PIC X(26).
000705     05  FILLER                   PIC X(01).
000706     05  JST-END-TS               PIC X(26).
000707     05  FILLER                   PIC X(01).
000708     05  JST-RC                   PIC 9(04).
000709     05  FILLER                   PIC X(01).
000710     05  JST-INPUT                PIC X(44).
000711     05  FILLER                   PIC X(01).
000712     05  JST-INPUT-TS             PIC X(26).
000714 WORKING-STORAGE SECTION.
000716 COPY RUNLOG.
000718 77  WS-PLN-FILE-STATUS           PIC X(02).
000720 77  WS-RPT-FILE-STATUS           PIC X(02).
000730 77  WS-LOG-FILE-STATUS           PIC X(02).
000740 77  WS-PLN-EOF-SW                PIC X(01) VALUE 'N'.
001000 77  WS-END-TS                    PIC X(26).
001010 77  WS-FILE-TS                   PIC X(26).
001020 77  WS-FILE-NAME-Z               PIC X(160).
001021 77  WS-CAL-FILE-STATUS           PIC X(02).
001022 77  WS-CAL-EOF-SW                PIC X(01) VALUE 'N'.
001023     88  WS-CAL-EOF                          VALUE 'Y'.
001024 77  WS-CAL-PRESENT-SW            PIC X(01) VALUE 'N'.
001025     88  WS-CAL-PRESENT                      VALUE 'Y'.
001026 77  WS-LOG-EOF-SW                PIC X(01) VALUE 'N'.
001027     88  WS-LOG-EOF                          VALUE 'Y'.
001028 77  WS-RUN-STOP-SW               PIC X(01) VALUE 'N'.
001029     88  WS-RUN-STOPPED                      VALUE 'Y'.
001030 77  WS-RUN-WORST-RC              PIC 9(04) VALUE 0.
001031 77  WS-PARM-STRING               PIC X(80).
001032 77  WS-UPTO-DATE                 PIC X(10).
001033 77  WS-LAST-DONE-DATE            PIC X(10) VALUE SPACES.
001034 77  WS-CAL-DATE                  PIC X(10).
001035 77  WS-CAL-KIND                  PIC X(01).
001036 77  WS-CAL-LAST-DATE             PIC X(10) VALUE SPACES.
001037 77  WS-PROC-DATE                 PIC X(10) VALUE SPACES.
001038 77  WS-CHK-DATE                  PIC X(10).
001039 77  WS-DATE-OK-SW                PIC X(01).
001040     88  WS-DATE-OK                          VALUE 'Y'.
001041 77  WS-PDATE-COUNT               PIC 9(04) COMP.
001042 77  WS-CMD-PART2                 PIC X(160).
001043 77  WS-CP1-LEN                   PIC 9(04) COMP.
001044 77  WS-CP2-LEN                   PIC 9(04) COMP.
001045 77  WS-CMD-PTR                   PIC 9(04) COMP.
001046 77  WS-JST-FILE-STATUS           PIC X(02).
001047 77  WS-JST-EOF-SW                PIC X(01) VALUE 'N'.
001048     88  WS-JST-EOF                          VALUE 'Y'.
001049 77  WS-RST-OPEN-SW               PIC X(01) VALUE 'N'.
001050     88  WS-RST-OPEN                         VALUE 'Y'.
001051 77  WS-RST-DATE                  PIC X(10).
001052 77  WS-RST-DAY-SW                PIC X(01) VALUE 'N'.
001053     88  WS-RST-DAY                          VALUE 'Y'.
001054 77  WS-RST-FROM-SUB              PIC 9(02) COMP VALUE 0.
001055 77  WS-CARRY-SW                  PIC X(01).
001056     88  WS-CARRY-ON                         VALUE 'Y'.
001057 77  WS-FORCE-STEP                PIC X(20) VALUE SPACES.
001058 77  WS-FORCE-SUB                 PIC 9(02) COMP VALUE 0.
001059 77  WS-CL-DATE                   PIC X(10) VALUE SPACES.
001060 77  WS-CL-SUB                    PIC 9(02) COMP.
001061 77  WS-FIND-NAME                 PIC X(20).
001062 77  WS-FIND-SUB                  PIC 9(02) COMP.
001063 77  WS-SAV-SUB                   PIC 9(02) COMP.
001064 77  WS-CHK-FILE                  PIC X(44).
001065 77  WS-OVR-KIND                  PIC X(08).
001066 01  WS-CL-AREA.
001067     05  WS-CL-TOKEN OCCURS 7 TIMES PIC X(40).
001068*****************************************************************
001069*    THE PROCESSING DATE TRAVELS IN THE ROW-COUNT COLUMN OF THE
001070*    "ARBEITSTAG" RUN-LOG RECORD AS YYYYMMDD.
001071*****************************************************************
001072 01  WS-DATE-CONV.
001073     05  WS-DC-NUM               PIC 9(08).
001074     05  WS-DC-TEXT REDEFINES WS-DC-NUM.
001075         10  WS-DC-YEAR          PIC X(04).
001076         10  WS-DC-MONTH         PIC X(02).
001077         10  WS-DC-DAY           PIC X(02).
001078*****************************************************************
001079*    FILE-DETAILS BLOCK FOR "CBL_CHECK_FILE_EXIST" -- SIZE AND
001080*    MODIFICATION DATE/TIME OF AN INPUT FILE, FOR THE FRESHNESS
001081*    CHECK AGAINST THE PRODUCING STEP'S START TIME.
001082*****************************************************************
001083 01  WS-FILE-DETAILS.
001090     05  WS-FD-SIZE              PIC X(8) COMP-X.
001100     05  WS-FD-DAY               PIC X COMP-X.
001110     05  WS-FD-MONTH             PIC X COMP-X.
001410             88  WS-STP-SKIPPED           VALUE 'S'.
001420             88  WS-STP-REFUSED           VALUE 'X'.
001430             88  WS-STP-NOT-REACHED       VALUE 'N'.
001435             88  WS-STP-BYPASSED          VALUE 'B'.
001440         10  WS-STP-START-TS      PIC X(26).
001450         10  WS-STP-END-TS        PIC X(26).
001460         10  WS-STP-RC            PIC 9(04).
001461         10  WS-STP-INPUT-TS      PIC X(26).
001462         10  WS-STP-CARRIED-SW    PIC X(01).
001463             88  WS-STP-CARRIED           VALUE 'Y'.
001464         10  WS-STP-BYPASS-SW     PIC X(01).
001465             88  WS-STP-BYPASS-REQ        VALUE 'Y'.
001466*****************************************************************
001467*    THE STEPS AS COBPGJST LEFT THEM, FOR A RESTART.
001468*****************************************************************
001469 01  WS-SAVED-AREA.
001470     05  WS-SAV-COUNT             PIC 9(02) COMP VALUE 0.
001471     05  WS-SAV-START-TS          PIC X(26).
001472     05  WS-SAV-ENTRY OCCURS 20 TIMES.
001473         10  WS-SAV-NAME          PIC X(20).
001474         10  WS-SAV-STATUS        PIC X(01).
001475         10  WS-SAV-START         PIC X(26).
001476         10  WS-SAV-END           PIC X(26).
001477         10  WS-SAV-RC            PIC 9(04).
001478         10  WS-SAV-INPUT         PIC X(44).
001479         10  WS-SAV-INPUT-TS      PIC X(26).
001480*****************************************************************
001481*    THE BUSINESS DAYS THIS RUN HAS TO PROCESS, OLDEST FIRST.
001482*    STATUS: P = PENDING, R = RAN, N = NOT REACHED (AN EARLIER
001483*    DAY ENDED RC 8).
001484*****************************************************************
001485 01  WS-DAY-AREA.
001486     05  WS-DAY-COUNT             PIC 9(02) COMP VALUE 0.
001487     05  WS-DAY-SUB               PIC 9(02) COMP.
001488     05  WS-DAY-ENTRY OCCURS 31 TIMES.
001489         10  WS-DAY-DATE          PIC X(10).
001490         10  WS-DAY-STATUS        PIC X(01).
001491             88  WS-DAY-PENDING           VALUE 'P'.
001492             88  WS-DAY-RAN               VALUE 'R'.
001493             88  WS-DAY-NOT-REACHED       VALUE 'N'.
001494         10  WS-DAY-START-TS      PIC X(26).
001495         10  WS-DAY-END-TS        PIC X(26).
001496         10  WS-DAY-RC            PIC 9(04).
001497 01  WS-HEADING-1.
001498     05  FILLER                  PIC X(25)
001499         VALUE "KETTENPROTOKOLL COBPGJOB".
001500     05  WS-HD1-TS               PIC X(26).
001510     05  FILLER                  PIC X(81) VALUE SPACES.
001520 01  WS-HEADING-2.
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001800     IF WS-RETURN-CODE = 0
001808         PERFORM 3050-WRITE-HEADINGS THRU 3050-EXIT
001816         PERFORM 2500-RUN-ONE-DAY THRU 2500-EXIT
001824             VARYING WS-DAY-SUB FROM 1 BY 1
001832             UNTIL WS-DAY-SUB > WS-DAY-COUNT
001840         PERFORM 3000-WRITE-CHAIN-REPORT THRU 3000-EXIT
001850     END-IF
001860     PERFORM 4000-TERMINATE THRU 4000-EXIT
002010         MOVE 8 TO WS-RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF
002032     PERFORM 1150-READ-COMMAND-LINE THRU 1150-EXIT
002034     IF WS-RETURN-CODE NOT = 0
002036         GO TO 1000-EXIT
002038     END-IF
002040     OPEN OUTPUT RPT-FILE
002050     IF WS-RPT-FILE-STATUS NOT = "00"
002060         DISPLAY "COBPGJOB: COBPGJBR OPEN FEHLER "
002080         MOVE 8 TO WS-RETURN-CODE
002090         GO TO 1000-EXIT
002100     END-IF
002102     PERFORM 1200-DETERMINE-DATES THRU 1200-EXIT
002104     IF WS-RETURN-CODE NOT = 0
002106         GO TO 1000-EXIT
002108     END-IF
002109     PERFORM 1300-READ-CHAIN-STATE THRU 1300-EXIT
002110     OPEN EXTEND LOG-FILE
002120     IF WS-LOG-FILE-STATUS NOT = "00"
002130         OPEN OUTPUT LOG-FILE
003140     MOVE WS-PRM-VALUE(1:20) TO WS-STP-NAME(WS-STEP-COUNT)
003150     MOVE WS-PRM-VALUE(1:20) TO WS-STP-PGM(WS-STEP-COUNT)
003160     MOVE 0      TO WS-STP-COND(WS-STEP-COUNT)
003161     MOVE SPACES TO WS-STP-INPUT(WS-STEP-COUNT)
003162                    WS-STP-FROM(WS-STEP-COUNT)
003163                    WS-STP-START-TS(WS-STEP-COUNT)
003164                    WS-STP-END-TS(WS-STEP-COUNT)
003165     MOVE 'P'    TO WS-STP-STATUS(WS-STEP-COUNT)
003166     MOVE SPACES TO WS-STP-INPUT-TS(WS-STEP-COUNT)
003167     MOVE 'N'    TO WS-STP-CARRIED-SW(WS-STEP-COUNT)
003168                    WS-STP-BYPASS-SW(WS-STEP-COUNT)
003169     MOVE 0      TO WS-STP-RC(WS-STEP-COUNT).
003170 1140-EXIT.
003171     EXIT.
003172*----------------------------------------------------------------
003173*    THE COMMAND LINE: AN OPTIONAL UPPER-LIMIT DATE AND THE
003174*    OPERATOR OVERRIDES RESTART=<step> AND BYPASS=<step>, IN
003175*    ANY ORDER, SEPARATED BY BLANKS.  A STEP NAME THE PLAN DOES
003176*    NOT KNOW FAILS THE RUN BEFORE ANYTHING IS STARTED.
003177*----------------------------------------------------------------
003178 1150-READ-COMMAND-LINE.
003179     MOVE SPACES TO WS-PARM-STRING WS-CL-AREA
003180     ACCEPT WS-PARM-STRING FROM COMMAND-LINE
003181     IF WS-PARM-STRING = SPACES
003182         GO TO 1150-EXIT
003183     END-IF
003184     UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACE
003185         INTO WS-CL-TOKEN(1) WS-CL-TOKEN(2) WS-CL-TOKEN(3)
003186              WS-CL-TOKEN(4) WS-CL-TOKEN(5) WS-CL-TOKEN(6)
003187              WS-CL-TOKEN(7)
003188     END-UNSTRING
003189     IF WS-CL-TOKEN(7) NOT = SPACES
003190         DISPLAY "COBPGJOB: ZU VIELE ANGABEN AUF DER "
003191             "KOMMANDOZEILE" UPON SYSERR
003192         MOVE 8 TO WS-RETURN-CODE
003193         GO TO 1150-EXIT
003194     END-IF
003195     PERFORM 1160-ONE-TOKEN THRU 1160-EXIT
003196         VARYING WS-CL-SUB FROM 1 BY 1
003197         UNTIL WS-CL-SUB > 6 OR WS-RETURN-CODE NOT = 0.
003198 1150-EXIT.
003199     EXIT.
003200 1160-ONE-TOKEN.
003201     IF WS-CL-TOKEN(WS-CL-SUB) = SPACES
003202         GO TO 1160-EXIT
003203     END-IF
003204     IF WS-CL-TOKEN(WS-CL-SUB)(1:8) = "RESTART="
003205         MOVE WS-CL-TOKEN(WS-CL-SUB)(9:20) TO WS-FIND-NAME
003206         PERFORM 9300-FIND-STEP THRU 9300-EXIT
003207         IF WS-FIND-SUB = 0 OR WS-FORCE-SUB NOT = 0
003208             DISPLAY "COBPGJOB: RESTART= UNGUELTIG -- "
003209                 WS-CL-TOKEN(WS-CL-SUB) UPON SYSERR
003210             MOVE 8 TO WS-RETURN-CODE
003211             GO TO 1160-EXIT
003212         END-IF
003213         MOVE WS-FIND-SUB  TO WS-FORCE-SUB
003214         MOVE WS-FIND-NAME TO WS-FORCE-STEP
003215         GO TO 1160-EXIT
003216     END-IF
003217     IF WS-CL-TOKEN(WS-CL-SUB)(1:7) = "BYPASS="
003218         MOVE WS-CL-TOKEN(WS-CL-SUB)(8:20) TO WS-FIND-NAME
003219         PERFORM 9300-FIND-STEP THRU 9300-EXIT
003220         IF WS-FIND-SUB = 0
003221             DISPLAY "COBPGJOB: BYPASS= UNGUELTIG -- "
003222                 WS-CL-TOKEN(WS-CL-SUB) UPON SYSERR
003223             MOVE 8 TO WS-RETURN-CODE
003224             GO TO 1160-EXIT
003225         END-IF
003226         SET WS-STP-BYPASS-REQ(WS-FIND-SUB) TO TRUE
003227         GO TO 1160-EXIT
003228     END-IF
003229     MOVE WS-CL-TOKEN(WS-CL-SUB)(1:10) TO WS-CHK-DATE
003230     PERFORM 9200-CHECK-DATE THRU 9200-EXIT
003231     IF NOT WS-DATE-OK OR WS-CL-TOKEN(WS-CL-SUB)(11:) NOT = SPACES
003232         OR WS-CL-DATE NOT = SPACES
003233         DISPLAY "COBPGJOB: DATUM UNGUELTIG -- "
003234             WS-CL-TOKEN(WS-CL-SUB) UPON SYSERR
003235         MOVE 8 TO WS-RETURN-CODE
003236         GO TO 1160-EXIT
003237     END-IF
003238     MOVE WS-CHK-DATE TO WS-CL-DATE.
003239 1160-EXIT.
003240     EXIT.
003241*----------------------------------------------------------------
003242*    WHICH BUSINESS DAYS DOES THIS RUN PROCESS?  UPPER LIMIT IS
003243*    THE COMMAND-LINE DATE, ELSE TODAY; LOWER LIMIT IS THE LAST
003244*    DAY COBPGLOG SHOWS AS PROCESSED.  WITHOUT A CALENDAR THE
003245*    PLAN RUNS ONCE, AS IT ALWAYS DID.
003246*----------------------------------------------------------------
003247 1200-DETERMINE-DATES.
003249     IF WS-CL-DATE = SPACES
003251         MOVE WS-FMT-TS(1:10) TO WS-UPTO-DATE
003252     ELSE
003257         MOVE WS-CL-DATE TO WS-UPTO-DATE
003258     END-IF
003259     OPEN INPUT CAL-FILE
003260     IF WS-CAL-FILE-STATUS NOT = "00"
003261         DISPLAY "COBPGJOB: KEIN COBPGCAL -- EIN LAUF OHNE "
003262             "GESCHAEFTSTAGE-KALENDER" UPON SYSOUT
003263         MOVE 1 TO WS-DAY-COUNT
003264         MOVE SPACES TO WS-DAY-DATE(1)
003265         IF WS-CL-DATE NOT = SPACES
003266             MOVE WS-UPTO-DATE TO WS-DAY-DATE(1)
003267         END-IF
003268         MOVE 'P' TO WS-DAY-STATUS(1)
003269         MOVE SPACES TO WS-DAY-START-TS(1) WS-DAY-END-TS(1)
003270         MOVE 0 TO WS-DAY-RC(1)
003271         GO TO 1200-EXIT
003272     END-IF
003273     SET WS-CAL-PRESENT TO TRUE
003274     PERFORM 1210-SCAN-LOG THRU 1210-EXIT
003275     MOVE 'N' TO WS-CAL-EOF-SW
003276     PERFORM 1230-READ-CAL-RECORD THRU 1230-EXIT
003277         UNTIL WS-CAL-EOF OR WS-RETURN-CODE NOT = 0
003278     CLOSE CAL-FILE
003279     IF WS-RETURN-CODE NOT = 0
003280         GO TO 1200-EXIT
003281     END-IF
003282     IF WS-CAL-LAST-DATE < WS-UPTO-DATE
003283         DISPLAY "COBPGJOB: COBPGCAL ENDET VOR DEM "
003284             WS-UPTO-DATE " -- KALENDER FORTSCHREIBEN"
003285             UPON SYSERR
003286         MOVE 8 TO WS-RETURN-CODE
003287         GO TO 1200-EXIT
003288     END-IF
003289     IF WS-DAY-COUNT = 0
003290         DISPLAY "COBPGJOB: KEIN GESCHAEFTSTAG OFFEN (ZULETZT "
003291             WS-LAST-DONE-DATE ")" UPON SYSOUT
003292         IF WS-FORCE-SUB > 0
003293             DISPLAY "COBPGJOB: RESTART=" WS-FORCE-STEP
003294                 " NICHT ANGEWANDT" UPON SYSOUT
003295         END-IF
003296     END-IF.
003297 1200-EXIT.
003298     EXIT.
003299*----------------------------------------------------------------
003300*    THE LATEST DATE OF AN "ARBEITSTAG" RECORD THAT ENDED BELOW
003301*    RC 8.  NO RUN LOG YET SIMPLY MEANS NOTHING PROCESSED.
003302*----------------------------------------------------------------
003303 1210-SCAN-LOG.
003304     OPEN INPUT LOG-FILE
003305     IF WS-LOG-FILE-STATUS NOT = "00"
003306         GO TO 1210-EXIT
003307     END-IF
003308     MOVE 'N' TO WS-LOG-EOF-SW
003309     PERFORM 1220-SCAN-ONE-LOG-RECORD THRU 1220-EXIT
003310         UNTIL WS-LOG-EOF
003311     CLOSE LOG-FILE.
003312 1210-EXIT.
003313     EXIT.
003314 1220-SCAN-ONE-LOG-RECORD.
003315     MOVE SPACES TO LOG-RECORD
003316     READ LOG-FILE
003317         AT END
003318             SET WS-LOG-EOF TO TRUE
003319             GO TO 1220-EXIT
003320     END-READ
003321     MOVE LOG-RECORD TO RLOG-RECORD
003322     IF RLOG-PROGRAM-ID NOT = "COBPGJOB"
003323         OR RLOG-TABLE-NAME NOT = "ARBEITSTAG"
003324         OR RLOG-ROW-COUNT NOT NUMERIC
003325         OR RLOG-RETURN-CODE NOT NUMERIC
003326         GO TO 1220-EXIT
003327     END-IF
003328     IF RLOG-RETURN-CODE >= 8
003329         GO TO 1220-EXIT
003330     END-IF
003331     MOVE RLOG-ROW-COUNT TO WS-DC-NUM
003332     MOVE SPACES TO WS-CHK-DATE
003333     STRING WS-DC-YEAR "-" WS-DC-MONTH "-" WS-DC-DAY
003334         DELIMITED BY SIZE INTO WS-CHK-DATE
003335     END-STRING
003336     IF WS-LAST-DONE-DATE = SPACES
003337         OR WS-CHK-DATE > WS-LAST-DONE-DATE
003338         MOVE WS-CHK-DATE TO WS-LAST-DONE-DATE
003339     END-IF.
003340 1220-EXIT.
003341     EXIT.
003342*----------------------------------------------------------------
003343*    ONE CALENDAR LINE: "YYYY-MM-DD B" OR "YYYY-MM-DD H", ANY
003344*    TEXT AFTER COLUMN 12 IS A REMARK.  DATES MUST ASCEND.  A
003345*    BUSINESS DAY AFTER THE LAST PROCESSED ONE AND NOT AFTER
003346*    THE UPPER LIMIT JOINS THE RUN; WITH NOTHING PROCESSED YET
003347*    ONLY THE LATEST SUCH DAY IS KEPT.
003348*----------------------------------------------------------------
003349 1230-READ-CAL-RECORD.
003350     READ CAL-FILE
003351         AT END
003352             SET WS-CAL-EOF TO TRUE
003353             GO TO 1230-EXIT
003354     END-READ
003355     IF CAL-RECORD = SPACES OR CAL-RECORD(1:1) = "*"
003356         GO TO 1230-EXIT
003357     END-IF
003358     MOVE CAL-RECORD(1:10) TO WS-CAL-DATE WS-CHK-DATE
003359     MOVE CAL-RECORD(12:1) TO WS-CAL-KIND
003360     PERFORM 9200-CHECK-DATE THRU 9200-EXIT
003361     IF NOT WS-DATE-OK OR CAL-RECORD(11:1) NOT = SPACE
003362         OR (WS-CAL-KIND NOT = "B" AND WS-CAL-KIND NOT = "H")
003363         DISPLAY "COBPGJOB: COBPGCAL ZEILE UNGUELTIG -- "
003364             CAL-RECORD(1:40) UPON SYSERR
003365         MOVE 8 TO WS-RETURN-CODE
003366         GO TO 1230-EXIT
003367     END-IF
003368     IF WS-CAL-DATE NOT > WS-CAL-LAST-DATE
003369         DISPLAY "COBPGJOB: COBPGCAL NICHT AUFSTEIGEND -- "
003370             WS-CAL-DATE UPON SYSERR
003371         MOVE 8 TO WS-RETURN-CODE
003372         GO TO 1230-EXIT
003373     END-IF
003374     MOVE WS-CAL-DATE TO WS-CAL-LAST-DATE
003375     IF WS-CAL-KIND NOT = "B" OR WS-CAL-DATE > WS-UPTO-DATE
003376         GO TO 1230-EXIT
003377     END-IF
003378     IF WS-LAST-DONE-DATE = SPACES
003379         MOVE 1 TO WS-DAY-COUNT
003380     ELSE
003381         IF WS-CAL-DATE NOT > WS-LAST-DONE-DATE
003382             GO TO 1230-EXIT
003383         END-IF
003384         IF WS-DAY-COUNT = 31
003385             DISPLAY "COBPGJOB: MEHR ALS 31 GESCHAEFTSTAGE "
003386                 "OFFEN SEIT " WS-LAST-DONE-DATE
003387                 " -- BITTE PRUEFEN" UPON SYSERR
003388             MOVE 8 TO WS-RETURN-CODE
003389             GO TO 1230-EXIT
003390         END-IF
003391         ADD 1 TO WS-DAY-COUNT
003392     END-IF
003393     MOVE WS-CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
003394     MOVE 'P'         TO WS-DAY-STATUS(WS-DAY-COUNT)
003395     MOVE SPACES      TO WS-DAY-START-TS(WS-DAY-COUNT)
003396                         WS-DAY-END-TS(WS-DAY-COUNT)
003397     MOVE 0           TO WS-DAY-RC(WS-DAY-COUNT).
003398 1230-EXIT.
003399     EXIT.
003400*----------------------------------------------------------------
003401*    THE CHAIN STATE THE LAST RUN LEFT.  ONLY AN OPEN DAY (ONE
003402*    THAT ENDED RC 8, OR WHOSE DRIVER NEVER GOT TO THE END) IS
003403*    OF INTEREST; NO FILE, AN EMPTY FILE OR AN ENDED DAY MEANS
003404*    THERE IS NOTHING TO RESTART.
003405*----------------------------------------------------------------
003406 1300-READ-CHAIN-STATE.
003407     MOVE 'N' TO WS-RST-OPEN-SW
003408     MOVE 0   TO WS-SAV-COUNT
003409     OPEN INPUT JST-FILE
003410     IF WS-JST-FILE-STATUS NOT = "00"
003411         GO TO 1300-EXIT
003412     END-IF
003413     MOVE 'N' TO WS-JST-EOF-SW
003414     READ JST-FILE
003415         AT END
003416             SET WS-JST-EOF TO TRUE
003417     END-READ
003418     IF WS-JST-EOF OR NOT JST-IS-HEAD OR JST-STATUS NOT = "O"
003419         CLOSE JST-FILE
003420         GO TO 1300-EXIT
003421     END-IF
003422     SET WS-RST-OPEN TO TRUE
003423     MOVE JST-DATE     TO WS-RST-DATE
003424     MOVE JST-START-TS TO WS-SAV-START-TS
003425     PERFORM 1310-READ-STATE-STEP THRU 1310-EXIT
003426         UNTIL WS-JST-EOF
003427     CLOSE JST-FILE.
003428 1300-EXIT.
003429     EXIT.
003430 1310-READ-STATE-STEP.
003431     READ JST-FILE
003432         AT END
003433             SET WS-JST-EOF TO TRUE
003434             GO TO 1310-EXIT
003435     END-READ
003436     IF NOT JST-IS-STEP OR WS-SAV-COUNT = 20
003437         GO TO 1310-EXIT
003438     END-IF
003439     IF JST-RC NOT NUMERIC
003440         MOVE 8 TO JST-RC
003441     END-IF
003442     ADD 1 TO WS-SAV-COUNT
003443     MOVE JST-STEP-NAME TO WS-SAV-NAME(WS-SAV-COUNT)
003444     MOVE JST-STATUS    TO WS-SAV-STATUS(WS-SAV-COUNT)
003445     MOVE JST-START-TS  TO WS-SAV-START(WS-SAV-COUNT)
003446     MOVE JST-END-TS    TO WS-SAV-END(WS-SAV-COUNT)
003447     MOVE JST-RC        TO WS-SAV-RC(WS-SAV-COUNT)
003448     MOVE JST-INPUT     TO WS-SAV-INPUT(WS-SAV-COUNT)
003449     MOVE JST-INPUT-TS  TO WS-SAV-INPUT-TS(WS-SAV-COUNT).
003450 1310-EXIT.
003451     EXIT.
003452*----------------------------------------------------------------
003453*    ONE STEP OF THE CHAIN.  A STOPPED CHAIN MARKS THE REST
003454*    "NOT REACHED"; THE COND GATE SKIPS; THE INPUT CHECK MAY
003455*    REFUSE (AND STOP THE CHAIN); OTHERWISE THE COMMAND RUNS
003456*    AND ITS RETURN CODE JOINS THE WORST-SO-FAR.
003457*----------------------------------------------------------------
003458 2000-RUN-ONE-STEP.
003459     IF NOT WS-STP-PENDING(WS-STEP-SUB)
003460         GO TO 2000-EXIT
003461     END-IF
003462     IF WS-CHAIN-STOPPED
003463         SET WS-STP-NOT-REACHED(WS-STEP-SUB) TO TRUE
003464         GO TO 2000-EXIT
003465     END-IF
003466     IF WS-WORST-RC > WS-STP-COND(WS-STEP-SUB)
003467         SET WS-STP-SKIPPED(WS-STEP-SUB) TO TRUE
003468         DISPLAY "COBPGJOB: SCHRITT ",
003469             WS-STP-NAME(WS-STEP-SUB),
003470             " UEBERSPRUNGEN (RC-STAND ", WS-WORST-RC, ")"
003471             UPON SYSOUT
003472         END-DISPLAY
003473         GO TO 2000-EXIT
003474     END-IF
003475     IF WS-STP-INPUT(WS-STEP-SUB) NOT = SPACES
003476         PERFORM 2200-CHECK-INPUT-FILE THRU 2200-EXIT
003477         IF WS-STP-REFUSED(WS-STEP-SUB)
003480             SET WS-CHAIN-STOPPED TO TRUE
003490             MOVE 8 TO WS-STEP-RC
003500             PERFORM 2300-NOTE-STEP THRU 2300-EXIT
003550     ACCEPT WS-SYS-TIME FROM TIME
003560     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
003570     MOVE WS-FMT-TS TO WS-STP-START-TS(WS-STEP-SUB)
003580     PERFORM 2050-BUILD-COMMAND THRU 2050-EXIT
003590     DISPLAY "COBPGJOB: STARTE ", WS-STP-NAME(WS-STEP-SUB)
003600         UPON SYSOUT
003610     END-DISPLAY
003770     PERFORM 2300-NOTE-STEP THRU 2300-EXIT.
003780 2000-EXIT.
003790     EXIT.
003791*----------------------------------------------------------------
003792*    THE STEP'S COMMAND WITH "&PDATE" REPLACED BY THE DAY BEING
003793*    PROCESSED (NOTHING, IF THE RUN HAS NO DATE -- THE STEP THEN
003794*    FALLS BACK TO DATE= IN COBPGPRM).  ONE &PDATE PER COMMAND.
003795*----------------------------------------------------------------
003796 2050-BUILD-COMMAND.
003797     MOVE WS-STP-PGM(WS-STEP-SUB) TO WS-CMD
003798     MOVE 0 TO WS-PDATE-COUNT
003799     INSPECT WS-CMD TALLYING WS-PDATE-COUNT FOR ALL "&PDATE"
003800     IF WS-PDATE-COUNT = 0
003801         GO TO 2050-EXIT
003802     END-IF
003803     MOVE 0 TO WS-CP1-LEN
003804     INSPECT WS-STP-PGM(WS-STEP-SUB) TALLYING WS-CP1-LEN
003805         FOR CHARACTERS BEFORE INITIAL "&PDATE"
003806     MOVE SPACES TO WS-CMD-PART2
003807     MOVE WS-STP-PGM(WS-STEP-SUB)(WS-CP1-LEN + 7:) TO WS-CMD-PART2
003808     MOVE LENGTH OF WS-CMD-PART2 TO WS-CP2-LEN
003809     PERFORM UNTIL WS-CP2-LEN = 0
003810         OR WS-CMD-PART2(WS-CP2-LEN:1) NOT = SPACE
003811         SUBTRACT 1 FROM WS-CP2-LEN
003812     END-PERFORM
003813     MOVE SPACES TO WS-CMD
003814     MOVE 1 TO WS-CMD-PTR
003815     IF WS-CP1-LEN > 0
003816         STRING WS-STP-PGM(WS-STEP-SUB)(1:WS-CP1-LEN)
003817             DELIMITED BY SIZE
003818             INTO WS-CMD
003819             WITH POINTER WS-CMD-PTR
003820         END-STRING
003821     END-IF
003822     IF WS-PROC-DATE NOT = SPACES
003823         STRING WS-PROC-DATE DELIMITED BY SIZE
003824             INTO WS-CMD
003825             WITH POINTER WS-CMD-PTR
003826         END-STRING
003827     END-IF
003828     IF WS-CP2-LEN > 0
003829         STRING WS-CMD-PART2(1:WS-CP2-LEN) DELIMITED BY SIZE
003830             INTO WS-CMD
003831             WITH POINTER WS-CMD-PTR
003832         END-STRING
003833     END-IF.
003834 2050-EXIT.
003835     EXIT.
003836*----------------------------------------------------------------
003837*    THE SHELL DELIVERS THE WAIT STATUS -- THE CHILD'S RETURN
003838*    CODE TIMES 256.  A VALUE BELOW 256 IS ALREADY A RETURN
003839*    CODE (OR A SIGNAL DEATH, WHICH COUNTS AS BROKEN).
003840*----------------------------------------------------------------
003850 2100-NORMALIZE-RC.
003860     IF WS-RAW-RC < 0
004050*    THE INPUT FILE MUST EXIST, AND WITH "FROM=" IT MUST BE NO
004060*    OLDER THAN THE START OF THE STEP THAT SHOULD HAVE PRODUCED
004070*    IT IN THIS CHAIN -- A LEFTOVER FROM YESTERDAY, OR A
004074*    PRODUCING STEP THAT NEVER RAN, REFUSES THE STEP.  ON A
004078*    RESTART A PRODUCER DONE IN THE EARLIER RUN KEEPS THAT RUN'S
004082*    START TIME; A BYPASSED PRODUCER'S FILE IS TAKEN AS IT IS.
004086*    THE FILE'S TIME STAMP IS KEPT AS "CONSUMED" FOR COBPGJST.
004090*----------------------------------------------------------------
004100 2200-CHECK-INPUT-FILE.
004122     MOVE WS-STP-INPUT(WS-STEP-SUB) TO WS-CHK-FILE
004144     PERFORM 2210-GET-FILE-TS THRU 2210-EXIT
004166     MOVE WS-FILE-TS TO WS-STP-INPUT-TS(WS-STEP-SUB)
004188     IF WS-FILE-TS = SPACES
004210         SET WS-STP-REFUSED(WS-STEP-SUB) TO TRUE
004220         DISPLAY "COBPGJOB: EINGABE FEHLT -- ",
004230             WS-STP-INPUT(WS-STEP-SUB), " FUER SCHRITT ",
004430         END-DISPLAY
004440         GO TO 2200-EXIT
004450     END-IF
004452     IF WS-STP-BYPASSED(WS-FROM-SUB)
004454         GO TO 2200-EXIT
004456     END-IF
004460     IF NOT WS-STP-RAN(WS-FROM-SUB)
004470         SET WS-STP-REFUSED(WS-STEP-SUB) TO TRUE
004480         DISPLAY "COBPGJOB: ERZEUGER-SCHRITT ",
004530         END-DISPLAY
004540         GO TO 2200-EXIT
004550     END-IF
004690     IF WS-FILE-TS < WS-STP-START-TS(WS-FROM-SUB)
004700         SET WS-STP-REFUSED(WS-STEP-SUB) TO TRUE
004710         DISPLAY "COBPGJOB: EINGABE ",
004770     END-IF.
004780 2200-EXIT.
004790     EXIT.
004791*----------------------------------------------------------------
004792*    MODIFICATION TIME OF THE FILE NAMED IN WS-CHK-FILE AS
004793*    "YYYY-MM-DD HH:MM:SS" IN WS-FILE-TS -- SPACES IF THERE IS
004794*    NO SUCH FILE.
004795*----------------------------------------------------------------
004796 2210-GET-FILE-TS.
004797     MOVE SPACES TO WS-FILE-TS WS-FILE-NAME-Z
004798     STRING
004799         WS-CHK-FILE DELIMITED BY SPACE
004800         x"00" DELIMITED BY SIZE
004801         INTO WS-FILE-NAME-Z
004802     END-STRING
004803     CALL "CBL_CHECK_FILE_EXIST"
004804         USING WS-FILE-NAME-Z WS-FILE-DETAILS
004805     END-CALL
004806     IF RETURN-CODE NOT = 0
004807         GO TO 2210-EXIT
004808     END-IF
004809     MOVE WS-FD-YEAR  TO WS-FDE-YEAR
004810     MOVE WS-FD-MONTH TO WS-FDE-MONTH
004811     MOVE WS-FD-DAY   TO WS-FDE-DAY
004812     MOVE WS-FD-HOUR  TO WS-FDE-HOUR
004813     MOVE WS-FD-MIN   TO WS-FDE-MIN
004814     MOVE WS-FD-SEC   TO WS-FDE-SEC
004815     STRING
004816         WS-FDE-YEAR "-" WS-FDE-MONTH "-" WS-FDE-DAY
004817         " " WS-FDE-HOUR ":" WS-FDE-MIN ":" WS-FDE-SEC
004818         DELIMITED BY SIZE
004819         INTO WS-FILE-TS
004820     END-STRING.
004821 2210-EXIT.
004822     EXIT.
004824*----------------------------------------------------------------
004826*    ONE RUN-LOG RECORD PER STEP, UNDER THE DRIVER'S NAME, WITH
004828*    THE STEP NAME IN THE TABLE COLUMN -- "WHEN DID THE CHAIN
004830*    RUN WHAT, AND HOW DID IT END" WITHOUT DIGGING THROUGH JOB
004840*    OUTPUT.
004850*----------------------------------------------------------------
005110         DISPLAY "COBPGJOB: COBPGLOG WRITE FEHLER "
005120             WS-LOG-FILE-STATUS UPON SYSERR
005130         MOVE 8 TO WS-RETURN-CODE
005136     END-IF
005142     PERFORM 2600-WRITE-CHAIN-STATE THRU 2600-EXIT.
005150 2300-EXIT.
005151     EXIT.
005152*----------------------------------------------------------------
005153*    THE "ARBEITSTAG" RUN-LOG RECORD CLOSES A BUSINESS DAY: ITS
005154*    DATE (YYYYMMDD IN THE ROW-COUNT COLUMN) AND THE DAY'S WORST
005155*    RETURN CODE.  BELOW RC 8 IT COUNTS AS PROCESSED FOR THE
005156*    NEXT RUN'S CATCH-UP.  A RUN WITHOUT A DATE WRITES NONE.
005157*----------------------------------------------------------------
005158 2400-NOTE-DAY.
005159     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
005160     ACCEPT WS-SYS-TIME FROM TIME
005161     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
005162     MOVE WS-FMT-TS TO WS-DAY-END-TS(WS-DAY-SUB)
005163     IF WS-PROC-DATE = SPACES
005164         GO TO 2400-EXIT
005165     END-IF
005166     MOVE WS-PROC-DATE(1:4) TO WS-DC-YEAR
005167     MOVE WS-PROC-DATE(6:2) TO WS-DC-MONTH
005168     MOVE WS-PROC-DATE(9:2) TO WS-DC-DAY
005169     MOVE "COBPGJOB"     TO RLOG-PROGRAM-ID
005170     MOVE WS-DAY-START-TS(WS-DAY-SUB) TO RLOG-START-TS
005171     MOVE WS-DAY-END-TS(WS-DAY-SUB)   TO RLOG-END-TS
005172     MOVE "ARBEITSTAG"   TO RLOG-TABLE-NAME
005173     MOVE WS-DC-NUM      TO RLOG-ROW-COUNT
005174     MOVE WS-DAY-RC(WS-DAY-SUB) TO RLOG-RETURN-CODE
005175     MOVE 0 TO RLOG-TRUNC-COUNT
005176     MOVE RLOG-RECORD TO LOG-RECORD
005177     WRITE LOG-RECORD
005178     IF WS-LOG-FILE-STATUS NOT = "00"
005179         DISPLAY "COBPGJOB: COBPGLOG WRITE FEHLER "
005180             WS-LOG-FILE-STATUS UPON SYSERR
005181         MOVE 8 TO WS-RETURN-CODE
005182         SET WS-RUN-STOPPED TO TRUE
005183     END-IF.
005184 2400-EXIT.
005185     EXIT.
005186*----------------------------------------------------------------
005187*    ONE PASS OF THE PLAN FOR ONE BUSINESS DAY.  EVERY STEP
005188*    STARTS PENDING AGAIN AND THE COND GATES SEE ONLY THIS
005189*    DAY'S RETURN CODES.  A DAY ENDING RC 8 STOPS THE RUN.
005190*----------------------------------------------------------------
005191 2500-RUN-ONE-DAY.
005192     IF WS-RUN-STOPPED
005193         SET WS-DAY-NOT-REACHED(WS-DAY-SUB) TO TRUE
005194         GO TO 2500-EXIT
005195     END-IF
005196     MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-PROC-DATE
005197     MOVE 0   TO WS-WORST-RC
005198     MOVE 'N' TO WS-CHAIN-STOP-SW
005199     PERFORM 2510-RESET-STEP THRU 2510-EXIT
005200         VARYING WS-STEP-SUB FROM 1 BY 1
005201         UNTIL WS-STEP-SUB > WS-STEP-COUNT
005202     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
005203     ACCEPT WS-SYS-TIME FROM TIME
005204     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
005205     MOVE WS-FMT-TS TO WS-DAY-START-TS(WS-DAY-SUB)
005206     IF WS-PROC-DATE NOT = SPACES
005207         DISPLAY "COBPGJOB: GESCHAEFTSTAG ", WS-PROC-DATE
005208             UPON SYSOUT
005209         END-DISPLAY
005210     END-IF
005211     MOVE 'N' TO WS-RST-DAY-SW
005212     MOVE 0   TO WS-RST-FROM-SUB
005213     IF WS-DAY-SUB = 1
005214         PERFORM 2520-APPLY-RESTART THRU 2520-EXIT
005215     END-IF
005216     PERFORM 2600-WRITE-CHAIN-STATE THRU 2600-EXIT
005217     PERFORM 2000-RUN-ONE-STEP THRU 2000-EXIT
005218         VARYING WS-STEP-SUB FROM 1 BY 1
005219         UNTIL WS-STEP-SUB > WS-STEP-COUNT
005220     SET WS-DAY-RAN(WS-DAY-SUB) TO TRUE
005221     MOVE WS-WORST-RC TO WS-DAY-RC(WS-DAY-SUB)
005222     IF WS-WORST-RC > WS-RUN-WORST-RC
005223         MOVE WS-WORST-RC TO WS-RUN-WORST-RC
005224     END-IF
005225     IF WS-WORST-RC >= 8
005226         SET WS-RUN-STOPPED TO TRUE
005227     END-IF
005228     PERFORM 2400-NOTE-DAY THRU 2400-EXIT
005229     PERFORM 2600-WRITE-CHAIN-STATE THRU 2600-EXIT
005230     PERFORM 3010-REPORT-ONE-DAY THRU 3010-EXIT.
005231 2500-EXIT.
005232     EXIT.
005233 2510-RESET-STEP.
005234     MOVE 'P'    TO WS-STP-STATUS(WS-STEP-SUB)
005235     MOVE SPACES TO WS-STP-START-TS(WS-STEP-SUB)
005236                    WS-STP-END-TS(WS-STEP-SUB)
005237                    WS-STP-INPUT-TS(WS-STEP-SUB)
005238     MOVE 'N'    TO WS-STP-CARRIED-SW(WS-STEP-SUB)
005239     MOVE 0      TO WS-STP-RC(WS-STEP-SUB).
005240 2510-EXIT.
005241     EXIT.
005242*----------------------------------------------------------------
005243*    FIRST DAY OF THE RUN ONLY.  IF COBPGJST HOLDS THIS DAY
005244*    OPEN, THE STEPS IT SHOWS DONE -- UP TO THE FIRST ONE THAT
005245*    IS NOT -- ARE TAKEN OVER WITH THEIR ORIGINAL TIMES AND
005246*    RETURN CODES, AND THE DAY GOES ON FROM THERE.  THEN THE
005247*    OPERATOR'S RESTART= AND BYPASS= ARE APPLIED.  THE COND
005248*    GATES START FROM THE WORST RC OF THE STEPS TAKEN OVER.
005249*----------------------------------------------------------------
005250 2520-APPLY-RESTART.
005251     IF WS-RST-OPEN
005252         IF WS-RST-DATE = WS-PROC-DATE
005253             SET WS-RST-DAY  TO TRUE
005254             SET WS-CARRY-ON TO TRUE
005255             PERFORM 2530-CARRY-ONE-STEP THRU 2530-EXIT
005256                 VARYING WS-STEP-SUB FROM 1 BY 1
005257                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
005258         ELSE
005259             DISPLAY "COBPGJOB: OFFENER KETTENSTATUS VOM ",
005260                 WS-RST-DATE, " PASST NICHT ZUM TAG ",
005261                 WS-PROC-DATE, " -- KEIN NEUSTART" UPON SYSOUT
005262             END-DISPLAY
005263         END-IF
005264     END-IF
005265     IF WS-FORCE-SUB > 0
005266         PERFORM 2535-FORCE-ONE-STEP THRU 2535-EXIT
005267             VARYING WS-STEP-SUB FROM 1 BY 1
005268             UNTIL WS-STEP-SUB > WS-STEP-COUNT
005269         MOVE WS-FORCE-SUB TO WS-STEP-SUB
005270         MOVE "RESTART" TO WS-OVR-KIND
005271         PERFORM 2550-NOTE-OVERRIDE THRU 2550-EXIT
005272     END-IF
005273     PERFORM 2545-APPLY-BYPASS THRU 2545-EXIT
005274         VARYING WS-STEP-SUB FROM 1 BY 1
005275         UNTIL WS-STEP-SUB > WS-STEP-COUNT
005276     MOVE 0 TO WS-WORST-RC
005277     PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
005278         UNTIL WS-STEP-SUB > WS-STEP-COUNT
005279         IF WS-STP-CARRIED(WS-STEP-SUB)
005280             AND WS-STP-RC(WS-STEP-SUB) > WS-WORST-RC
005281             MOVE WS-STP-RC(WS-STEP-SUB) TO WS-WORST-RC
005282         END-IF
005283         IF WS-RST-FROM-SUB = 0
005284             AND WS-STP-PENDING(WS-STEP-SUB)
005285             MOVE WS-STEP-SUB TO WS-RST-FROM-SUB
005286         END-IF
005287     END-PERFORM
005288     IF NOT WS-RST-DAY AND WS-FORCE-SUB = 0
005289         MOVE 0 TO WS-RST-FROM-SUB
005290         GO TO 2520-EXIT
005291     END-IF
005292     IF WS-RST-FROM-SUB > 0
005293         DISPLAY "COBPGJOB: NEUSTART AB SCHRITT ",
005294             WS-STP-NAME(WS-RST-FROM-SUB) UPON SYSOUT
005295         END-DISPLAY
005296     END-IF.
005297 2520-EXIT.
005298     EXIT.
005299*----------------------------------------------------------------
005300*    A STEP COUNTS AS DONE IF IT RAN BELOW RC 8, WAS SKIPPED BY
005301*    ITS COND GATE, OR WAS BYPASSED.  THE FIRST STEP THAT IS NOT
005302*    DONE (OR THAT COBPGJST DOES NOT KNOW) ENDS THE TAKE-OVER.
005303*----------------------------------------------------------------
005304 2530-CARRY-ONE-STEP.
005305     IF NOT WS-CARRY-ON
005306         GO TO 2530-EXIT
005307     END-IF
005308     MOVE 0 TO WS-FIND-SUB
005309     PERFORM VARYING WS-SAV-SUB FROM 1 BY 1
005310         UNTIL WS-SAV-SUB > WS-SAV-COUNT
005311         IF WS-SAV-NAME(WS-SAV-SUB) = WS-STP-NAME(WS-STEP-SUB)
005312             MOVE WS-SAV-SUB TO WS-FIND-SUB
005313         END-IF
005314     END-PERFORM
005315     IF WS-FIND-SUB = 0
005316         MOVE 'N' TO WS-CARRY-SW
005317         GO TO 2530-EXIT
005318     END-IF
005319     IF (WS-SAV-STATUS(WS-FIND-SUB) = "R"
005320             AND WS-SAV-RC(WS-FIND-SUB) < 8)
005321         OR WS-SAV-STATUS(WS-FIND-SUB) = "S"
005322         OR WS-SAV-STATUS(WS-FIND-SUB) = "B"
005323         CONTINUE
005324     ELSE
005325         MOVE 'N' TO WS-CARRY-SW
005326         GO TO 2530-EXIT
005327     END-IF
005328     MOVE WS-SAV-STATUS(WS-FIND-SUB)
005329                            TO WS-STP-STATUS(WS-STEP-SUB)
005330     MOVE WS-SAV-START(WS-FIND-SUB)
005331                            TO WS-STP-START-TS(WS-STEP-SUB)
005332     MOVE WS-SAV-END(WS-FIND-SUB)
005333                            TO WS-STP-END-TS(WS-STEP-SUB)
005334     MOVE WS-SAV-RC(WS-FIND-SUB)
005335                            TO WS-STP-RC(WS-STEP-SUB)
005336     MOVE WS-SAV-INPUT-TS(WS-FIND-SUB)
005337                            TO WS-STP-INPUT-TS(WS-STEP-SUB)
005338     SET WS-STP-CARRIED(WS-STEP-SUB) TO TRUE.
005339 2530-EXIT.
005340     EXIT.
005341*----------------------------------------------------------------
005342*    RESTART=<step>: FROM THAT STEP ON EVERYTHING RUNS AGAIN;
005343*    BEFORE IT, WHAT IS NOT DONE IS BYPASSED.
005344*----------------------------------------------------------------
005345 2535-FORCE-ONE-STEP.
005346     IF WS-STEP-SUB >= WS-FORCE-SUB
005347         PERFORM 2510-RESET-STEP THRU 2510-EXIT
005348         GO TO 2535-EXIT
005349     END-IF
005350     IF NOT WS-STP-CARRIED(WS-STEP-SUB)
005351         MOVE "BYPASS" TO WS-OVR-KIND
005352         PERFORM 2550-NOTE-OVERRIDE THRU 2550-EXIT
005353     END-IF.
005354 2535-EXIT.
005355     EXIT.
005356 2545-APPLY-BYPASS.
005357     IF WS-STP-BYPASS-REQ(WS-STEP-SUB)
005358         AND WS-STP-PENDING(WS-STEP-SUB)
005359         MOVE "BYPASS" TO WS-OVR-KIND
005360         PERFORM 2550-NOTE-OVERRIDE THRU 2550-EXIT
005361     END-IF.
005362 2545-EXIT.
005363     EXIT.
005364*----------------------------------------------------------------
005365*    AN OPERATOR OVERRIDE GOES TO COBPGLOG UNDER THE DRIVER'S
005366*    NAME AS "<step> RESTART" OR "<step> BYPASS".  A BYPASSED
005367*    STEP IS MARKED DONE WITH RC 0.
005368*----------------------------------------------------------------
005369 2550-NOTE-OVERRIDE.
005370     ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
005371     ACCEPT WS-SYS-TIME FROM TIME
005372     PERFORM 1010-FORMAT-TIMESTAMP THRU 1010-EXIT
005373     IF WS-OVR-KIND = "BYPASS"
005374         SET WS-STP-BYPASSED(WS-STEP-SUB) TO TRUE
005375         MOVE 'N'       TO WS-STP-CARRIED-SW(WS-STEP-SUB)
005376         MOVE SPACES    TO WS-STP-START-TS(WS-STEP-SUB)
005377         MOVE WS-FMT-TS TO WS-STP-END-TS(WS-STEP-SUB)
005378         MOVE 0         TO WS-STP-RC(WS-STEP-SUB)
005379     END-IF
005380     DISPLAY "COBPGJOB: BEDIENERVORGABE ", WS-OVR-KIND,
005381         " FUER SCHRITT ", WS-STP-NAME(WS-STEP-SUB) UPON SYSOUT
005382     END-DISPLAY
005383     MOVE "COBPGJOB"     TO RLOG-PROGRAM-ID
005384     MOVE WS-FMT-TS      TO RLOG-START-TS RLOG-END-TS
005385     MOVE SPACES         TO RLOG-TABLE-NAME
005386     STRING WS-STP-NAME(WS-STEP-SUB) DELIMITED BY SPACE
005387         " " WS-OVR-KIND DELIMITED BY SIZE
005388         INTO RLOG-TABLE-NAME
005389     END-STRING
005390     MOVE 0 TO RLOG-ROW-COUNT RLOG-RETURN-CODE RLOG-TRUNC-COUNT
005391     MOVE RLOG-RECORD TO LOG-RECORD
005392     WRITE LOG-RECORD
005393     IF WS-LOG-FILE-STATUS NOT = "00"
005394         DISPLAY "COBPGJOB: COBPGLOG WRITE FEHLER "
005395             WS-LOG-FILE-STATUS UPON SYSERR
005396         MOVE 8 TO WS-RETURN-CODE
005397     END-IF.
005398 2550-EXIT.
005399     EXIT.
005400*----------------------------------------------------------------
005401*    REWRITE COBPGJST: THE DAY IN HAND (OPEN UNTIL IT HAS ENDED
005402*    BELOW RC 8) AND EVERY STEP AS IT STANDS, WITH THE INPUT FILE
005403*    IT CONSUMED.  WRITTEN AFTER EVERY STEP, SO A DRIVER THAT
005404*    DIES LEAVES A STATE THE NEXT RUN CAN RESTART FROM.
005405*----------------------------------------------------------------
005406 2600-WRITE-CHAIN-STATE.
005407     OPEN OUTPUT JST-FILE
005408     IF WS-JST-FILE-STATUS NOT = "00"
005409         DISPLAY "COBPGJOB: COBPGJST OPEN FEHLER "
005410             WS-JST-FILE-STATUS UPON SYSERR
005411         MOVE 8 TO WS-RETURN-CODE
005412         GO TO 2600-EXIT
005413     END-IF
005414     MOVE SPACES TO JST-RECORD
005415     SET JST-IS-HEAD TO TRUE
005416     MOVE WS-PROC-DATE TO JST-DATE
005417     MOVE WS-DAY-START-TS(WS-DAY-SUB) TO JST-START-TS
005418     MOVE WS-DAY-END-TS(WS-DAY-SUB)   TO JST-END-TS
005419     MOVE WS-WORST-RC TO JST-RC
005420     IF WS-DAY-RAN(WS-DAY-SUB) AND WS-DAY-RC(WS-DAY-SUB) < 8
005421         MOVE "E" TO JST-STATUS
005422     ELSE
005423         MOVE "O" TO JST-STATUS
005424     END-IF
005425     WRITE JST-RECORD
005426     PERFORM 2610-WRITE-STATE-STEP THRU 2610-EXIT
005427         VARYING WS-SAV-SUB FROM 1 BY 1
005428         UNTIL WS-SAV-SUB > WS-STEP-COUNT
005429     IF WS-JST-FILE-STATUS NOT = "00"
005430         DISPLAY "COBPGJOB: COBPGJST WRITE FEHLER "
005431             WS-JST-FILE-STATUS UPON SYSERR
005432         MOVE 8 TO WS-RETURN-CODE
005433     END-IF
005434     CLOSE JST-FILE.
005435 2600-EXIT.
005436     EXIT.
005437 2610-WRITE-STATE-STEP.
005438     MOVE SPACES TO JST-RECORD
005439     SET JST-IS-STEP TO TRUE
005440     MOVE WS-PROC-DATE                  TO JST-DATE
005441     MOVE WS-STP-NAME(WS-SAV-SUB)       TO JST-STEP-NAME
005442     MOVE WS-STP-STATUS(WS-SAV-SUB)     TO JST-STATUS
005443     MOVE WS-STP-START-TS(WS-SAV-SUB)   TO JST-START-TS
005444     MOVE WS-STP-END-TS(WS-SAV-SUB)     TO JST-END-TS
005445     MOVE WS-STP-RC(WS-SAV-SUB)         TO JST-RC
005446     MOVE WS-STP-INPUT(WS-SAV-SUB)      TO JST-INPUT
005447     MOVE WS-STP-INPUT-TS(WS-SAV-SUB)   TO JST-INPUT-TS
005448     WRITE JST-RECORD.
005449 2610-EXIT.
005450     EXIT.
005451*----------------------------------------------------------------
005453*    END OF THE CHAIN REPORT -- WITH A CALENDAR, THE BUSINESS
005454*    DATES OF THIS RUN AND HOW EACH ENDED, THEN THE RUN'S RC.
005455*----------------------------------------------------------------
005456 3000-WRITE-CHAIN-REPORT.
005457     IF WS-CAL-PRESENT
005458         MOVE SPACES TO RPT-RECORD
005459         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005460         MOVE SPACES TO WS-DETAIL-LINE
005461         MOVE "ZULETZT VERARBEITET" TO WS-DTL-NAME
005462         MOVE WS-LAST-DONE-DATE TO WS-DTL-STATUS
005463         MOVE WS-DETAIL-LINE TO RPT-RECORD
005464         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005465         MOVE SPACES TO WS-DETAIL-LINE
005466         MOVE "VERARBEITET BIS" TO WS-DTL-NAME
005467         MOVE WS-UPTO-DATE TO WS-DTL-STATUS
005468         MOVE WS-DETAIL-LINE TO RPT-RECORD
005469         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005470         IF WS-DAY-COUNT = 0
005471             MOVE SPACES TO WS-DETAIL-LINE
005472             MOVE "GESCHAEFTSTAGE" TO WS-DTL-NAME
005473             MOVE "KEINER OFFEN" TO WS-DTL-STATUS
005474             MOVE WS-DETAIL-LINE TO RPT-RECORD
005475             PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005476         END-IF
005477         PERFORM 3020-REPORT-DAY-SUMMARY THRU 3020-EXIT
005478             VARYING WS-DAY-SUB FROM 1 BY 1
005479             UNTIL WS-DAY-SUB > WS-DAY-COUNT
005480     END-IF
005481     MOVE SPACES TO WS-DETAIL-LINE
005482     MOVE "KETTE ENDET MIT RC" TO WS-DTL-NAME
005483     MOVE WS-RUN-WORST-RC TO WS-DTL-RC
005484     MOVE WS-DETAIL-LINE TO RPT-RECORD
005485     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
005486 3000-EXIT.
005487     EXIT.
005488*----------------------------------------------------------------
005489*    ONE DAY'S BLOCK: THE BUSINESS DATE, THEN ITS STEPS.
005490*----------------------------------------------------------------
005491 3010-REPORT-ONE-DAY.
005492     IF WS-PROC-DATE NOT = SPACES
005493         MOVE SPACES TO RPT-RECORD
005494         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005495         MOVE SPACES TO WS-DETAIL-LINE
005496         MOVE "GESCHAEFTSTAG" TO WS-DTL-NAME
005497         MOVE WS-PROC-DATE TO WS-DTL-STATUS
005498         MOVE WS-DAY-START-TS(WS-DAY-SUB)(1:19) TO WS-DTL-START
005499         MOVE WS-DAY-END-TS(WS-DAY-SUB)(1:19)   TO WS-DTL-END
005500         MOVE WS-DAY-RC(WS-DAY-SUB) TO WS-DTL-RC
005501         MOVE WS-DETAIL-LINE TO RPT-RECORD
005502         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005503     END-IF
005504     IF WS-RST-FROM-SUB > 0
005505         MOVE SPACES TO WS-DETAIL-LINE
005506         MOVE "NEUSTART AB" TO WS-DTL-NAME
005507         MOVE WS-STP-NAME(WS-RST-FROM-SUB) TO WS-DTL-STATUS
005508         IF WS-FORCE-SUB > 0
005509             MOVE "BEDIENERVORGABE RESTART=" TO WS-DTL-PGM
005510         ELSE
005511             STRING "FORTSETZUNG DES LAUFS VOM "
005512                 WS-SAV-START-TS(1:19) DELIMITED BY SIZE
005513                 INTO WS-DTL-PGM
005514             END-STRING
005515         END-IF
005516         MOVE WS-DETAIL-LINE TO RPT-RECORD
005517         PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005518     END-IF
005519     PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
005520         VARYING WS-STEP-SUB FROM 1 BY 1
005521         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
005522 3010-EXIT.
005523     EXIT.
005524 3020-REPORT-DAY-SUMMARY.
005525     MOVE SPACES TO WS-DETAIL-LINE
005526     MOVE WS-DAY-DATE(WS-DAY-SUB) TO WS-DTL-NAME
005527     EVALUATE TRUE
005528         WHEN WS-DAY-NOT-REACHED(WS-DAY-SUB)
005529             MOVE "NICHT ERREICHT" TO WS-DTL-STATUS
005530         WHEN WS-DAY-RC(WS-DAY-SUB) >= 8
005531             MOVE "ABGEBROCHEN"   TO WS-DTL-STATUS
005532         WHEN OTHER
005533             MOVE "VERARBEITET"   TO WS-DTL-STATUS
005534     END-EVALUATE
005535     MOVE WS-DAY-START-TS(WS-DAY-SUB)(1:19) TO WS-DTL-START
005536     MOVE WS-DAY-END-TS(WS-DAY-SUB)(1:19)   TO WS-DTL-END
005537     MOVE WS-DAY-RC(WS-DAY-SUB) TO WS-DTL-RC
005538     MOVE WS-DETAIL-LINE TO RPT-RECORD
005539     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
005540 3020-EXIT.
005541     EXIT.
005542 3050-WRITE-HEADINGS.
005543     MOVE WS-CHAIN-START-TS TO WS-HD1-TS
005544     MOVE WS-HEADING-1 TO RPT-RECORD
005545     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT
005546     MOVE WS-HEADING-2 TO RPT-RECORD
005547     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
005548 3050-EXIT.
005549     EXIT.
005550 3100-REPORT-ONE-STEP.
005551     MOVE SPACES TO WS-DETAIL-LINE
005552     MOVE WS-STP-NAME(WS-STEP-SUB) TO WS-DTL-NAME
005553     EVALUATE TRUE
005554         WHEN WS-STP-CARRIED(WS-STEP-SUB)
005555             MOVE "ERLEDIGT"      TO WS-DTL-STATUS
005556         WHEN WS-STP-BYPASSED(WS-STEP-SUB)
005557             MOVE "UEBERBRUECKT"  TO WS-DTL-STATUS
005558         WHEN WS-STP-RAN(WS-STEP-SUB)
005559             MOVE "AUSGEFUEHRT"   TO WS-DTL-STATUS
005560         WHEN WS-STP-SKIPPED(WS-STEP-SUB)
005561             MOVE "UEBERSPRUNGEN" TO WS-DTL-STATUS
005562         WHEN WS-STP-REFUSED(WS-STEP-SUB)
005563             MOVE "ABGELEHNT"     TO WS-DTL-STATUS
005564         WHEN WS-STP-NOT-REACHED(WS-STEP-SUB)
005565             MOVE "NICHT ERREICHT" TO WS-DTL-STATUS
005566         WHEN OTHER
005567             MOVE "OFFEN"         TO WS-DTL-STATUS
005568     END-EVALUATE
005569     MOVE WS-STP-START-TS(WS-STEP-SUB)(1:19) TO WS-DTL-START
005570     MOVE WS-STP-END-TS(WS-STEP-SUB)(1:19)   TO WS-DTL-END
005571     MOVE WS-STP-RC(WS-STEP-SUB) TO WS-DTL-RC
005572     MOVE WS-STP-PGM(WS-STEP-SUB)(1:51) TO WS-DTL-PGM
005573     IF WS-STP-BYPASSED(WS-STEP-SUB)
005574         AND NOT WS-STP-CARRIED(WS-STEP-SUB)
005575         MOVE "BEDIENERVORGABE BYPASS" TO WS-DTL-PGM
005576     END-IF
005577     MOVE WS-DETAIL-LINE TO RPT-RECORD
005578     PERFORM 3200-WRITE-RPT-RECORD THRU 3200-EXIT.
005579 3100-EXIT.
005580     EXIT.
005581 3200-WRITE-RPT-RECORD.
005582     WRITE RPT-RECORD
005590     IF WS-RPT-FILE-STATUS NOT = "00"
005600         DISPLAY "COBPGJOB: COBPGJBR WRITE FEHLER "
005610             WS-RPT-FILE-STATUS UPON SYSERR
005920     ADD 1 TO WS-PARSE-SUB.
005930 9110-EXIT.
005940     EXIT.
005941*----------------------------------------------------------------
005942*    "YYYY-MM-DD" WITH A PLAUSIBLE MONTH AND DAY.  DATES ARE
005943*    COMPARED AS TEXT, WHICH THIS FORM ORDERS CORRECTLY.
005944*----------------------------------------------------------------
005945 9200-CHECK-DATE.
005946     MOVE 'N' TO WS-DATE-OK-SW
005947     IF WS-CHK-DATE(5:1) NOT = "-" OR WS-CHK-DATE(8:1) NOT = "-"
005948         GO TO 9200-EXIT
005949     END-IF
005950     IF WS-CHK-DATE(1:4) NOT NUMERIC
005951         OR WS-CHK-DATE(6:2) NOT NUMERIC
005952         OR WS-CHK-DATE(9:2) NOT NUMERIC
005953         GO TO 9200-EXIT
005954     END-IF
005955     IF WS-CHK-DATE(6:2) < "01" OR WS-CHK-DATE(6:2) > "12"
005956         OR WS-CHK-DATE(9:2) < "01" OR WS-CHK-DATE(9:2) > "31"
005957         GO TO 9200-EXIT
005958     END-IF
005959     SET WS-DATE-OK TO TRUE.
005960 9200-EXIT.
005961     EXIT.
005962*----------------------------------------------------------------
005963*    PLAN STEP NAMED WS-FIND-NAME -> WS-FIND-SUB (ZERO: NONE).
005964*----------------------------------------------------------------
005965 9300-FIND-STEP.
005966     MOVE 0 TO WS-FIND-SUB
005967     IF WS-FIND-NAME = SPACES
005968         GO TO 9300-EXIT
005969     END-IF
005970     PERFORM VARYING WS-PARSE-SUB FROM 1 BY 1
005971         UNTIL WS-PARSE-SUB > WS-STEP-COUNT
005972         IF WS-STP-NAME(WS-PARSE-SUB) = WS-FIND-NAME
005973             MOVE WS-PARSE-SUB TO WS-FIND-SUB
005974         END-IF
005975     END-PERFORM.
005976 9300-EXIT.
005977     EXIT.
005979*----------------------------------------------------------------
005981 4000-TERMINATE.
005983     IF WS-RUN-WORST-RC > WS-RETURN-CODE
005985         MOVE WS-RUN-WORST-RC TO WS-RETURN-CODE
005990     END-IF
006000     CLOSE RPT-FILE LOG-FILE
006010     DISPLAY "Die Kette endet mit RC ", WS-RETURN-CODE
