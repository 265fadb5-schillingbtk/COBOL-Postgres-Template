000270*              POSITION CHECKPOINTED TO COBPGWBK SO A RESTART
000280*              RESUMES BEHIND THE LAST COMMIT INSTEAD OF
000290*              GUESSING WHICH HALF APPLIED.
000292*
000294*              ONLY CORRECTIONS RELEASED UNDER THE FOUR-EYES
000296*              RULE (COBPGAPR, STATUS 'A', APPROVED BY SOMEONE
000298*              OTHER THAN THE ANALYST WHO KEYED THEM) ARE
000299*              APPLIED; ANYTHING ELSE GOES TO COBPGMIS.
000300*
000310*  MODIFICATION HISTORY.
000320*  DATE       INIT  DESCRIPTION
000508*                   ROLLED BACK; REJECTS AND SQL ERRORS ARE
000509*                   JOURNALED IMMEDIATELY.  SEE COBPGAUR FOR
000510*                   THE INQUIRY REPORT.
000512*  2026-10-05 TS    COBPGAUD RECORD NOW 271 BYTES (AUDITREC);
000514*                   A RUN CAN BE BACKED OUT WITH COBPGREV.
000515*  2026-10-07 TS    FOUR-EYES RELEASE -- A CORRECTION NOT IN
000516*                   STATUS 'A', OR APPROVED BY ITS OWN ENTERER,
000517*                   IS REFUSED TO COBPGMIS AND JOURNALED
000518*                   REJECTED.  COBPGCOR NOW 1256 BYTES, COBPGMIS
000519*                   1296, COBPGAUD 311 (ENTERED-BY/APPROVED-BY).
000522*****************************************************************
000525 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT PRM-FILE ASSIGN TO "COBPGPRM"
000740 FD  CORR-FILE.
000750 COPY CORRREC.
000760 FD  MIS-FILE
000770     RECORD CONTAINS 1296 CHARACTERS.
000780 01  MIS-RECORD.
000790     05  MIS-REASON              PIC X(40).
000800     05  MIS-CORR-IMAGE          PIC X(1256).
000802 FD  AUD-FILE
000804     RECORD CONTAINS 311 CHARACTERS.
000806 COPY AUDITREC.
000810 FD  WBK-FILE.
000820 01  WBK-RECORD.
001468 01  WS-AUD-BUFFER.
001470     05  WS-AUD-COUNT             PIC 9(04) COMP VALUE 0.
001472     05  WS-AUD-ENTRY OCCURS 2000 TIMES
001474                                  PIC X(311).
001475 77  WS-TOTAL-ROWS                PIC 9(09) VALUE 0.
001476 77  WS-RETURN-CODE               PIC 9(04) VALUE 0.
001477 77  WS-SYS-DATE                  PIC 9(08).
003380         GO TO 2010-EXIT
003390     END-IF
003400     PERFORM 2020-DISPLAY-BEFORE-AFTER THRU 2020-EXIT
003402     PERFORM 2015-CHECK-RELEASE THRU 2015-EXIT
003404     IF WS-MIS-REASON-WORK NOT = SPACES
003406         PERFORM 2037-WRITE-MISMATCH THRU 2037-EXIT
003408         GO TO 2010-EXIT
003409     END-IF
003410     IF CORR-OP-UPDATE
003420         PERFORM 2035-VERIFY-PRE-IMAGE THRU 2035-EXIT
003430         IF WS-RETURN-CODE NOT = 0
003620     END-IF.
003630 2010-EXIT.
003640     EXIT.
003642*----------------------------------------------------------------
003643*    FOUR-EYES RULE -- ONLY A CORRECTION RELEASED IN COBPGAPR
003644*    BY SOMEBODY OTHER THAN ITS ENTERER MAY TOUCH THE DATABASE.
003645*    COBPGAPR ALREADY ENFORCES THIS; IT IS CHECKED AGAIN HERE
003646*    BECAUSE COBPGCOR IS A PLAIN FILE.  A REFUSED CORRECTION
003647*    LEAVES WS-MIS-REASON-WORK NON-BLANK.
003648*----------------------------------------------------------------
003649 2015-CHECK-RELEASE.
003650     MOVE SPACES TO WS-MIS-REASON-WORK
003651     EVALUATE TRUE
003652         WHEN CORR-REFUSED
003653             MOVE "FREIGABE ABGELEHNT" TO WS-MIS-REASON-WORK
003654         WHEN NOT CORR-APPROVED
003655             MOVE "NICHT FREIGEGEBEN" TO WS-MIS-REASON-WORK
003656         WHEN CORR-ENTERED-BY = SPACES
003657           OR CORR-APPROVED-BY = SPACES
003658             MOVE "FREIGABE UNVOLLSTAENDIG" TO WS-MIS-REASON-WORK
003659         WHEN CORR-APPROVED-BY = CORR-ENTERED-BY
003660             MOVE "FREIGABE DURCH ERFASSER" TO WS-MIS-REASON-WORK
003661     END-EVALUATE.
003662 2015-EXIT.
003663     EXIT.
003664*----------------------------------------------------------------
003665*    SHOW THE BEFORE/AFTER VALUE FOR EVERY COLUMN ON THE
003670*    CORRECTION RECORD, THE SAME WAY COBPG DISPLAYS AN
003680*    EXTRACTED ROW.
003690*----------------------------------------------------------------
007740     END-IF
007750     CLOSE WBK-FILE.
007760 2090-EXIT.
007761     EXIT.
007762*----------------------------------------------------------------
007763*    ONE AUDIT-JOURNAL RECORD PER CORRECTION COLUMN, CARRYING
007764*    THE RUN START TIMESTAMP AS THE RUN IDENTIFIER.  APPLIED
007765*    CORRECTIONS ARE BUFFERED UNTIL THEIR COMMIT; REJECTS AND
007766*    SQL ERRORS (WHICH NEVER TOUCHED THE DATABASE) GO STRAIGHT
007767*    TO THE FILE.
007768*----------------------------------------------------------------
007769 2095-JOURNAL-CORRECTION.
007770     PERFORM VARYING WS-AUD-SUB FROM 1 BY 1
007771         UNTIL WS-AUD-SUB > CORR-FIELD-COUNT
007772            OR WS-AUD-FILE-STATUS NOT = "00"
007773         MOVE SPACES          TO AUD-RECORD
007774         MOVE WS-START-TS     TO AUD-RUN-TS
007775         MOVE "COBPGWB"       TO AUD-PROGRAM-ID
007776         MOVE CTLP-TABLE-NAME TO AUD-TABLE-NAME
007777         MOVE CORR-OPERATION  TO AUD-OPERATION
007778         MOVE CORR-KEY-COLUMN TO AUD-KEY-COLUMN
007779         MOVE CORR-KEY-VALUE  TO AUD-KEY-VALUE
007780         MOVE CORR-COLUMN-NAME(WS-AUD-SUB) TO AUD-COLUMN-NAME
007781         MOVE CORR-OLD-VALUE(WS-AUD-SUB)   TO AUD-OLD-VALUE
007782         MOVE CORR-NEW-VALUE(WS-AUD-SUB)   TO AUD-NEW-VALUE
007783         MOVE CORR-ENTERED-BY              TO AUD-ENTERED-BY
007784         MOVE CORR-APPROVED-BY             TO AUD-APPROVED-BY
007792         MOVE WS-AUD-OUTCOME-WORK          TO AUD-OUTCOME
007793         IF WS-AUD-OUTCOME-WORK = "APPLIED"
007794             PERFORM 2096-BUFFER-AUD-RECORD THRU 2096-EXIT
