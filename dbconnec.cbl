000120*              COBPGWB SO NEITHER PROGRAM EVER CARRIES A
000130*              LITERAL USER/PASSWORD/DBNAME.
000140*
000141*              TWO ENTRY POINTS:
000142*                CALL "DBCONNEC" USING CONN RC
000143*                  -- THE HOUSE DATABASE, AS ALWAYS.
000144*                CALL "DBCONPRF" USING CONN RC PROFILE
000145*                  -- A NAMED CONNECTION PROFILE, X(20), FROM
000146*                  A "PROFILE=NAME" SECTION OF COBPGCFG (FOR
000147*                  PROGRAMS THAT WORK AGAINST A SECOND
000148*                  DATABASE, E.G. COBPGRCN).
000149*
000150*              CONNECTION VALUES ARE RESOLVED IN THIS ORDER,
000160*              LOWEST PRIORITY FIRST:
000170*                1. BUILT-IN DEFAULTS (PORT ONLY)
000340*                   LOOP RUNS AGAINST THE STANDBY.  EVERY
000341*                   ATTEMPT IS LOGGED TO SYSERR WITH THE LIBPQ
000342*                   ERROR TEXT.
000343*  2026-10-09 TS    NAMED CONNECTION PROFILES.  A "PROFILE=NAME"
000344*                   LINE IN COBPGCFG STARTS A SECTION THAT
000345*                   BELONGS ONLY TO THAT PROFILE; THE NEW ENTRY
000346*                   "DBCONPRF" CONNECTS WITH ONE SECTION'S
000347*                   VALUES (HOST2/PORT2/RETRIES INCLUDED).  THE
000348*                   LINES BEFORE THE FIRST "PROFILE=" STAY THE
000349*                   HOUSE CONNECTION, SO "DBCONNEC" AND EVERY
000350*                   EXISTING COBPGCFG BEHAVE EXACTLY AS BEFORE.
000351*                   THE PG* ENVIRONMENT VARIABLES APPLY TO THE
000352*                   HOUSE CONNECTION ONLY -- A PGHOST MEANT FOR
000353*                   ONE SIDE MUST NOT POINT BOTH SIDES OF A
000354*                   RECONCILIATION AT THE SAME DATABASE.
000356*****************************************************************
000358 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CFG-FILE ASSIGN TO "COBPGCFG"
000643     88  WS-CONNECTED                    VALUE 'Y'.
000644 77  WS-HARD-FAIL-SW             PIC X(01).
000645     88  WS-HARD-FAIL                    VALUE 'Y'.
000646 77  WS-WANT-PROFILE             PIC X(20).
000647 77  WS-CUR-PROFILE              PIC X(20).
000648 77  WS-PROFILE-FOUND-SW         PIC X(01).
000649     88  WS-PROFILE-FOUND                VALUE 'Y'.
000652 LINKAGE SECTION.
000655 01  LS-PGCONN                   USAGE POINTER.
000660 01  LS-RETURN-CODE              PIC 9(04).
000665 01  LS-PROFILE                  PIC X(20).
000670 PROCEDURE DIVISION USING LS-PGCONN LS-RETURN-CODE.
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000691     MOVE SPACES        TO WS-WANT-PROFILE
000692     PERFORM 0100-CONNECT-PROFILE THRU 0100-EXIT
000693     GOBACK.
000694*----------------------------------------------------------------
000695*    SECOND ENTRY -- CONNECT WITH A NAMED COBPGCFG PROFILE.
000696*----------------------------------------------------------------
000697 ENTRY "DBCONPRF" USING LS-PGCONN LS-RETURN-CODE LS-PROFILE.
000698 0050-PROFILE-ENTRY.
000699     MOVE LS-PROFILE    TO WS-WANT-PROFILE
000700     PERFORM 0100-CONNECT-PROFILE THRU 0100-EXIT
000701     GOBACK.
000702*----------------------------------------------------------------
000703 0100-CONNECT-PROFILE.
000706     MOVE 0             TO LS-RETURN-CODE
000710     MOVE SPACES        TO DBCN-CONNECT-PARMS
000712     MOVE 3             TO DBCN-RETRY-COUNT
000714     MOVE 5             TO DBCN-RETRY-WAIT
000720     PERFORM 1000-READ-CONFIG-FILE THRU 1000-EXIT
000721     IF WS-WANT-PROFILE NOT = SPACES AND NOT WS-PROFILE-FOUND
000722         DISPLAY "DBCONNEC: PROFIL NICHT IN COBPGCFG -- "
000723             WS-WANT-PROFILE UPON SYSERR
000724         END-DISPLAY
000725         SET LS-PGCONN TO NULL
000726         MOVE 8 TO LS-RETURN-CODE
000727         GO TO 0100-EXIT
000728     END-IF
000730     PERFORM 1100-APPLY-ENVIRONMENT THRU 1100-EXIT
000740     PERFORM 1200-BUILD-CONNINFO THRU 1200-EXIT
000747     PERFORM 1300-CONNECT THRU 1300-EXIT.
000754 0100-EXIT.
000761     EXIT.
000770*----------------------------------------------------------------
000780*    READ COBPGCFG, IF PRESENT, FOR HOST/PORT/DBNAME/USER/
000790*    PASSWORD KEYWORD=VALUE LINES.  A MISSING FILE IS NOT AN
000810*    VARIABLES.
000820*----------------------------------------------------------------
000830 1000-READ-CONFIG-FILE.
000836     MOVE 'N' TO WS-EOF-SW WS-PROFILE-FOUND-SW
000842     MOVE SPACES TO WS-CUR-PROFILE
000850     OPEN INPUT CFG-FILE
000860     IF WS-CFG-FILE-STATUS NOT = "00"
000870         GO TO 1000-EXIT
001090     MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
001100     MOVE CFG-RECORD(1:WS-CFG-EQ-POS) TO WS-CFG-KEY
001110     MOVE CFG-RECORD(WS-CFG-EQ-POS + 2:) TO WS-CFG-VALUE
001111*    "PROFILE=" OPENS A NAMED SECTION; ONLY THE SECTION ASKED
001112*    FOR (OR, FOR "DBCONNEC", THE UNNAMED LINES AT THE TOP)
001113*    IS TAKEN.
001114     IF WS-CFG-KEY = "PROFILE"
001115         MOVE WS-CFG-VALUE(1:20) TO WS-CUR-PROFILE
001116         IF WS-CUR-PROFILE = WS-WANT-PROFILE
001117             SET WS-PROFILE-FOUND TO TRUE
001118         END-IF
001119         GO TO 1010-EXIT
001120     END-IF
001121     IF WS-CUR-PROFILE NOT = WS-WANT-PROFILE
001122         GO TO 1010-EXIT
001123     END-IF
001126     EVALUATE WS-CFG-KEY
001130         WHEN "HOST"
001140             MOVE WS-CFG-VALUE TO DBCN-HOST
001150         WHEN "PORT"
001350*    IGNORED, LEAVING THE CONFIG-FILE (OR DEFAULT) VALUE ALONE.
001360*----------------------------------------------------------------
001370 1100-APPLY-ENVIRONMENT.
001372     IF WS-WANT-PROFILE NOT = SPACES
001374         GO TO 1100-DEFAULTS
001376     END-IF
001380     MOVE SPACES TO WS-ENV-VALUE
001390     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PGHOST"
001400     IF WS-ENV-VALUE NOT = SPACES
001590     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PGPASSWORD"
001600     IF WS-ENV-VALUE NOT = SPACES
001610         MOVE WS-ENV-VALUE TO DBCN-PASSWORD
001616     END-IF.
001622 1100-DEFAULTS.
001630     IF DBCN-PORT = SPACES
001640         MOVE "5432" TO DBCN-PORT
001650     END-IF.
