000180*              ALSO DROPS A SKELETON CORRECTION RECORD
000190*              (CORRREC LAYOUT, OPERATION 'U', KEY AND OLD
000200*              VALUE FILLED IN) ON COBPGCOR FOR EACH FAILING
000210*              FIELD.  SINCE THE FOUR-EYES RELEASE A SKELETON IS
000211*              ONLY A PREVIEW: IT CARRIES NO ENTERED-BY, SO
000212*              COBPGAPR AND COBPGWB REFUSE IT AS IT STANDS.
000213*              EVERY CORRECTION MUST BE KEYED THROUGH COBPGENT
000214*              (WHICH REPLACES THE SKELETON FILE) BEFORE IT CAN
000215*              BE RELEASED.
000220*
000230*              RULES, ONE PER COBPGRUL LINE:
000240*                RULE=<column>,NUMERIC
000350*  DATE       INIT  DESCRIPTION
000360*  ---------- ----  ------------------------------------------
000370*  2026-08-22 TS    INITIAL VERSION.
000371*  2026-10-15 TS    PREFILL=Y SKELETONS DOCUMENTED AS A PREVIEW --
000372*                   THEY MUST BE RE-KEYED THROUGH COBPGENT BEFORE
000373*                   COBPGAPR CAN RELEASE THEM.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
002370*    EXTRACT FILE UNDER VALIDATION WAS WRITTEN BY THAT STANZA.
002380*    "KEYCOL=" NAMES THE KEY COLUMN CARRIED TO THE REJECT AND
002390*    CORRECTION RECORDS; "PREFILL=Y" TURNS ON THE SKELETON
002400*    CORRECTION RECORDS -- UNSTAMPED, SO THEY MUST BE RE-KEYED
002401*    THROUGH COBPGENT BEFORE THEY CAN BE RELEASED.
002410*----------------------------------------------------------------
002420 1100-READ-PARAMETERS.
002430     MOVE 'N' TO WS-PRM-EOF-SW
