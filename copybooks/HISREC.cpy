000010*****************************************************************
000020*  HISREC.CPY
000030*
000040*  PURPOSE.    ONE VERSION OF ONE ROW IN THE COBPGHIS POINT-IN-
000050*              TIME HISTORY FILE, WRITTEN BY COBPGHST FROM THE
000060*              NIGHTLY COBPGDLT CHANGE FILE AND READ BY COBPGHIQ.
000070*              THE RECORD KEY IS THE ROW KEY (THE DELTA STANZA'S
000080*              KEYCOL VALUE) PLUS THE PROCESSING DATE THE VERSION
000090*              BECAME VALID, SO THE VERSIONS OF ONE ROW FOLLOW
000100*              EACH OTHER IN DATE ORDER.
000110*
000120*              HIS-VALID-TO IS THE PROCESSING DATE ON WHICH THE
000130*              VERSION WAS REPLACED OR DELETED -- THE VERSION WAS
000140*              CURRENT FROM HIS-VALID-FROM UP TO THE DAY BEFORE.
000150*              THE CURRENT VERSION CARRIES 9999-12-31.  A DELETE
000160*              CLOSES THE CURRENT VERSION; NOTHING IS EVER
000170*              REMOVED.
000180*
000190*              THE RECORD WITH AN ALL LOW-VALUES KEY IS THE
000200*              CONTROL RECORD: TABLE, COLUMN LIST AND THE LAST
000210*              PROCESSING DATE APPLIED ('L' WHILE THAT RUN IS
000220*              UNDER WAY, 'F' ONCE IT FINISHED).
000230*
000240*  MODIFICATION HISTORY.
000250*  DATE       INIT  DESCRIPTION
000260*  ---------- ----  ------------------------------------------
000270*  2026-10-14 TS    INITIAL VERSION.
000280*****************************************************************
000290 01  HIS-RECORD.
000300     05  HIS-KEY.
000310         10  HIS-ROW-KEY         PIC X(80).
000320         10  HIS-VALID-FROM      PIC X(10).
000330     05  HIS-VALID-TO            PIC X(10).
000340         88  HIS-CURRENT                 VALUE "9999-12-31".
000350     05  HIS-OPENED-BY           PIC X(01).
000360         88  HIS-OPENED-BY-INSERT        VALUE 'I'.
000370         88  HIS-OPENED-BY-UPDATE        VALUE 'U'.
000380     05  HIS-CLOSED-BY           PIC X(01).
000390         88  HIS-CLOSED-BY-UPDATE        VALUE 'U'.
000400         88  HIS-CLOSED-BY-DELETE        VALUE 'D'.
000410     05  HIS-APPLIED-TS          PIC X(26).
000420     05  HIS-DATA.
000430         10  HIS-ENTRY OCCURS 20 TIMES.
000440             15  HIS-FIELD       PIC X(80).
000450             15  HIS-NULL-SW     PIC X(01).
000460                 88  HIS-IS-NULL         VALUE 'Y'.
000470     05  HIS-CTL-DATA REDEFINES HIS-DATA.
000480         10  HIS-CTL-TABLE-NAME  PIC X(30).
000490         10  HIS-CTL-LAST-DATE   PIC X(10).
000500         10  HIS-CTL-STATUS      PIC X(01).
000510             88  HIS-CTL-RUNNING         VALUE 'L'.
000520             88  HIS-CTL-FINISHED        VALUE 'F'.
000530         10  HIS-CTL-COLUMN-COUNT PIC 9(02).
000540         10  HIS-CTL-COLUMN-NAME PIC X(30) OCCURS 20 TIMES.
000550         10  FILLER              PIC X(977).
