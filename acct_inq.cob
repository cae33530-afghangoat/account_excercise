000263*                       MASTER, AND MATCHES EXACTLY AS BEFORE.
000264*                       WHEN THE INDEX IS MISSING THE OLD FULL
000265*                       SCAN STILL ANSWERS THE CALL.
000266*    10/15/2026  RH     A CHARGED-OFF ACCOUNT (STATUS 'W') NOW
000267*                       SHOWS AS CHARGED OFF.
000268*    10/15/2026  RH     OPERATOR SIGN-ON. THE SESSION NOW OPENS
000269*                       WITH AN OPERATOR ID AND PASSWORD CHECKED
000270*                       AGAINST ACCTOPER.DAT (ACCTOPRM); ONLY AN
000271*                       ACTIVE INQUIRY (I) OR HISTORY INQUIRY (H)
000272*                       OPERATOR IS LET IN, ELSE RETURN CODE 8.
000273*                       EVERY ACCOUNT OR CUSTOMER SHOWN, AND EVERY
000274*                       LOOK-UP NOT ON FILE, IS WRITTEN TO THE
000275*                       ACCESS LOG (ACCTALOG.DAT) WITH THE
000276*                       OPERATOR, DATE AND TIME.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000355         ACCESS MODE IS DYNAMIC
000356         RECORD KEY IS NIDX-KEY
000357         FILE STATUS IS IQ-NIDX-FILE-STATUS.
000358     SELECT OPER-FILE ASSIGN TO "ACCTOPER.DAT"
000359         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000361         RECORD KEY IS OPR-ID
000362         FILE STATUS IS IQ-OPER-FILE-STATUS.
000363     SELECT ACCESS-LOG ASSIGN TO "ACCTALOG.DAT"
000364         ORGANIZATION IS LINE SEQUENTIAL
000365         FILE STATUS IS IQ-ALOG-FILE-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000504          88  ACCT-ACTIVE                 VALUE 'A', ' '.
000505          88  ACCT-SUSPENDED              VALUE 'S'.
000506          88  ACCT-CLOSED                 VALUE 'X'.
000508          88  ACCT-CHARGED-OFF            VALUE 'W'.
000510*
000511*  CUSTOMER MASTER WRITTEN BY ACCTCMNT. THE LAYOUT MIRRORS
000512*  CUST-FIELDS THERE.
000544      05  NIDX-FIRST-NAME     PIC X(15).
000545      05  NIDX-BUILD-DATE     PIC 9(08).
000546*
000547*  OPERATOR PROFILE FILE MAINTAINED BY ACCTOPRM, READ AT SIGN-ON
000548*  (10/15/2026). THE LAYOUT MIRRORS OPER-FIELDS THERE.
000549  FD  OPER-FILE
000550      RECORDING MODE F.
000551  01  OPER-FIELDS.
000552      05  OPR-ID              PIC X(08).
000553      05  OPR-NAME            PIC X(30).
000554      05  OPR-PASSWORD-HASH   PIC 9(10).
000555      05  OPR-ROLE            PIC X(01).
000556          88  OPR-INQUIRY-ONLY            VALUE 'I'.
000557          88  OPR-HISTORY-INQUIRY         VALUE 'H'.
000558          88  OPR-RUN-SEQUENCING          VALUE 'R'.
000559          88  OPR-PROMOTION               VALUE 'P'.
000560      05  OPR-ACTIVE          PIC X(01).
000561          88  OPR-IS-ACTIVE               VALUE 'Y'.
000562      05  OPR-PASSWORD-DATE   PIC 9(08).
000563      05  OPR-SET-UP-DATE     PIC 9(08).
000564      05  OPR-LAST-MAINT      PIC 9(08).
000565*
000566*  ACCESS LOG - ONE LINE PER SIGN-ON AND PER ACCOUNT OR
000567*  CUSTOMER VIEWED, SHARED BY EVERY SIGNING-ON PROGRAM, KEPT
000568*  ACROSS RUNS AND READ BY THE WEEKLY ACCTAUDT REPORT
000569*  (10/15/2026).
000570  FD  ACCESS-LOG
000571      RECORDING MODE F.
000572  01  ACCESS-LOG-REC.
000573      05  ALOG-STAMP-DATE     PIC 9(08).
000574      05  ALOG-STAMP-TIME     PIC 9(08).
000575      05  ALOG-OPERATOR       PIC X(08).
000576      05  ALOG-PROGRAM        PIC X(08).
000577      05  ALOG-ACTION         PIC X(08).
000578      05  ALOG-ACCT-NO        PIC X(08).
000579      05  ALOG-CUST-NO        PIC X(08).
000580      05  ALOG-DETAIL         PIC X(20).
000546*
000520 WORKING-STORAGE SECTION.
000530*
000540*  OPERATOR ENTRY - AN 8-DIGIT ACCT-NO OR A LAST NAME.
000740  77  IQ-LIMIT-ED             PIC Z,ZZZ,ZZ9.99-.
000750  77  IQ-BALANCE-ED           PIC Z,ZZZ,ZZ9.99-.
000760*
000752*  SIGN-ON FIELDS (10/15/2026). THE OPERATOR ID IS HELD IN
000753*  UPPER CASE; THE PASSWORD IS CLEARED AS SOON AS IT IS HASHED.
000754  77  IQ-OPER-ID              PIC X(08)   VALUE SPACES.
000755  77  IQ-PASSWORD             PIC X(12)   VALUE SPACES.
000756  77  IQ-OPER-FILE-STATUS     PIC X(02)   VALUE SPACES.
000757  77  IQ-ALOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
000758  77  IQ-SIGNON-SWITCH        PIC X(01)   VALUE 'N'.
000759      88  OPERATOR-SIGNED-ON              VALUE 'Y'.
000760*
000761*  ACCESS LOG LINE CONTENTS, SET BEFORE 8000-WRITE-ACCESS-LOG.
000762  77  IQ-LOG-ACTION           PIC X(08)   VALUE SPACES.
000763  77  IQ-LOG-ACCT-NO          PIC X(08)   VALUE SPACES.
000764  77  IQ-LOG-CUST-NO          PIC X(08)   VALUE SPACES.
000765  77  IQ-LOG-DETAIL           PIC X(20)   VALUE SPACES.
000766*
000767*  PASSWORD HASH WORK FIELDS - THE SAME FIELDS AND ARITHMETIC
000768*  AS ACCTOPRM, WHICH SETS THE HASH ON THE PROFILE.
000769  01  IQ-HASH-INPUT.
000770      05  IQ-HASH-ID          PIC X(08).
000771      05  IQ-HASH-PASSWORD    PIC X(12).
000772  01  IQ-HASH-CHARS REDEFINES IQ-HASH-INPUT.
000773      05  IQ-HASH-CHAR        PIC X(01) OCCURS 20 TIMES.
000774  01  IQ-ALPHABET-VALUES.
000775      05  FILLER              PIC X(40) VALUE
000776          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.#@".
000777      05  FILLER              PIC X(40) VALUE
000778          "abcdefghijklmnopqrstuvwxyz!$%&*+/=?_:;,<".
000779  01  IQ-ALPHABET-TABLE REDEFINES IQ-ALPHABET-VALUES.
000780      05  IQ-ALPHA-CHAR       PIC X(01) OCCURS 80 TIMES.
000781  77  IQ-HASH-SUB             PIC 9(02) COMP VALUE ZERO.
000782  77  IQ-ALPHA-SUB            PIC 9(02) COMP VALUE ZERO.
000783  77  IQ-CHAR-VALUE           PIC 9(02) COMP VALUE ZERO.
000784  77  IQ-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
000785  77  IQ-HASH-QUOT            PIC 9(15) COMP VALUE ZERO.
000786  77  IQ-HASH-VALUE           PIC 9(10)   VALUE ZERO.
000760*
000770 PROCEDURE DIVISION.
000780*
000790*****************************************************************
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE
000840         THRU 1000-EXIT.
000846     IF OPERATOR-SIGNED-ON
000852         PERFORM 2000-INQUIRY-SESSION
000858             THRU 2000-EXIT
000864             UNTIL SESSION-DONE
000870         PERFORM 3000-FINALIZE
000876             THRU 3000-EXIT
000882     END-IF.
000888     PERFORM 9000-SET-RETURN-CODE
000894         THRU 9000-EXIT.
000900     STOP RUN.
000910*
000920*****************************************************************
000926* 1000-INITIALIZE - SIGN THE OPERATOR ON (10/15/2026), THEN
000932* OPEN THE KEYED MASTER.
000940*****************************************************************
000950 1000-INITIALIZE.
000951     PERFORM 1100-SIGN-ON
000952         THRU 1100-EXIT.
000953     IF NOT OPERATOR-SIGNED-ON
000954         GO TO 1000-EXIT
000955     END-IF.
000960     OPEN INPUT ACCT-REC.
000970     IF IQ-MASTER-FILE-STATUS NOT = "00"
000980         DISPLAY "ACCTINQ - CANNOT OPEN ACCTREC.DAT - STATUS "
001017             "NAME SEARCHES WILL SCAN THE MASTER"
001018     END-IF.
001020 1000-EXIT.
001020     EXIT.
001021*
001022*****************************************************************
001023* 1100-SIGN-ON - TAKE THE OPERATOR ID AND PASSWORD AND CHECK
001024* THEM AGAINST THE OPERATOR PROFILE FILE (10/15/2026). AN
001025* UNKNOWN OR INACTIVE OPERATOR, OR A WRONG PASSWORD, IS REFUSED
001026* WITHOUT SAYING WHICH; AN OPERATOR WHOSE ROLE DOES NOT COVER
001027* THIS WORK IS TOLD SO. EVERY OUTCOME GOES ON THE ACCESS LOG.
001028*****************************************************************
001029 1100-SIGN-ON.
001030     MOVE 'N' TO IQ-SIGNON-SWITCH.
001031     MOVE SPACES TO IQ-OPER-ID.
001032     MOVE SPACES TO IQ-PASSWORD.
001033     DISPLAY "ACCTINQ - ENTER OPERATOR ID:".
001034     ACCEPT IQ-OPER-ID.
001035     INSPECT IQ-OPER-ID CONVERTING
001036         "abcdefghijklmnopqrstuvwxyz" TO
001037         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001038     DISPLAY "ACCTINQ - ENTER PASSWORD:".
001039     ACCEPT IQ-PASSWORD.
001040     MOVE IQ-OPER-ID  TO IQ-HASH-ID.
001041     MOVE IQ-PASSWORD TO IQ-HASH-PASSWORD.
001042     MOVE SPACES TO IQ-PASSWORD.
001043     PERFORM 1150-HASH-PASSWORD
001044         THRU 1150-EXIT.
001045     PERFORM 1120-CHECK-PROFILE
001046         THRU 1120-EXIT.
001047     EVALUATE TRUE
001048         WHEN OPERATOR-SIGNED-ON
001049             DISPLAY "ACCTINQ - OPERATOR " IQ-OPER-ID " SIGNED ON"
001050         WHEN IQ-LOG-ACTION = "DENIED"
001051             DISPLAY "ACCTINQ - OPERATOR " IQ-OPER-ID
001052                 " IS NOT AUTHORIZED FOR ACCOUNT INQUIRY"
001053         WHEN OTHER
001054             DISPLAY "ACCTINQ - SIGN-ON REFUSED - INVALID "
001055                 "OPERATOR ID OR PASSWORD"
001056     END-EVALUATE.
001057     MOVE SPACES TO IQ-LOG-ACCT-NO.
001058     MOVE SPACES TO IQ-LOG-CUST-NO.
001059     PERFORM 8000-WRITE-ACCESS-LOG
001060         THRU 8000-EXIT.
001061 1100-EXIT.
001062     EXIT.
001063*
001064*****************************************************************
001065* 1120-CHECK-PROFILE - READ THE OPERATOR'S PROFILE AND DECIDE
001066* THE SIGN-ON. THE ACCESS LOG ACTION IS LEFT AS SIGNON, SIGNFAIL
001067* OR DENIED, WITH THE REASON FOR A REFUSAL IN THE LOG DETAIL.
001068* THE PROFILE FILE IS OPENED ONLY FOR THE LOOK-UP.
001069*****************************************************************
001070 1120-CHECK-PROFILE.
001071     MOVE "SIGNFAIL" TO IQ-LOG-ACTION.
001072     MOVE SPACES TO IQ-LOG-DETAIL.
001073     IF IQ-OPER-ID = SPACES
001074         MOVE "NO OPERATOR ID" TO IQ-LOG-DETAIL
001075         GO TO 1120-EXIT
001076     END-IF.
001077     OPEN INPUT OPER-FILE.
001078     IF IQ-OPER-FILE-STATUS NOT = "00"
001079         MOVE "NO PROFILE FILE" TO IQ-LOG-DETAIL
001080         GO TO 1120-EXIT
001081     END-IF.
001082     MOVE IQ-OPER-ID TO OPR-ID.
001083     READ OPER-FILE
001084         INVALID KEY
001085             MOVE "UNKNOWN OPERATOR" TO IQ-LOG-DETAIL
001086     END-READ.
001087     CLOSE OPER-FILE.
001088     IF IQ-LOG-DETAIL NOT = SPACES
001089         GO TO 1120-EXIT
001090     END-IF.
001091     IF NOT OPR-IS-ACTIVE
001092         MOVE "OPERATOR INACTIVE" TO IQ-LOG-DETAIL
001093         GO TO 1120-EXIT
001094     END-IF.
001095     IF OPR-PASSWORD-HASH NOT = IQ-HASH-VALUE
001096         MOVE "WRONG PASSWORD" TO IQ-LOG-DETAIL
001097         GO TO 1120-EXIT
001098     END-IF.
001099     IF NOT OPR-INQUIRY-ONLY AND NOT OPR-HISTORY-INQUIRY
001100         MOVE "DENIED" TO IQ-LOG-ACTION
001101         MOVE "ROLE NOT ALLOWED - " TO IQ-LOG-DETAIL
001102         MOVE OPR-ROLE TO IQ-LOG-DETAIL(20:1)
001103         GO TO 1120-EXIT
001104     END-IF.
001105     MOVE "SIGNON" TO IQ-LOG-ACTION.
001106     MOVE 'Y' TO IQ-SIGNON-SWITCH.
001107 1120-EXIT.
001108     EXIT.
001109*
001110*****************************************************************
001111* 1150-HASH-PASSWORD - WORK THE PASSWORD HASH OVER
001112* IQ-HASH-INPUT INTO IQ-HASH-VALUE, THE SAME WAY ACCTOPRM
001113* WORKS IT WHEN THE PASSWORD IS SET, AND CLEAR THE INPUT.
001114*****************************************************************
001115 1150-HASH-PASSWORD.
001116     MOVE ZERO TO IQ-HASH-WORK.
001117     PERFORM VARYING IQ-HASH-SUB FROM 1 BY 1
001118             UNTIL IQ-HASH-SUB > 20
001119         MOVE ZERO TO IQ-CHAR-VALUE
001120         PERFORM VARYING IQ-ALPHA-SUB FROM 1 BY 1
001121                 UNTIL IQ-ALPHA-SUB > 80
001122             IF IQ-HASH-CHAR(IQ-HASH-SUB) =
001123                     IQ-ALPHA-CHAR(IQ-ALPHA-SUB)
001124                 MOVE IQ-ALPHA-SUB TO IQ-CHAR-VALUE
001125             END-IF
001126         END-PERFORM
001127         COMPUTE IQ-HASH-WORK = (IQ-HASH-WORK * 131)
001128             + (IQ-CHAR-VALUE * IQ-HASH-SUB) + 17
001129         DIVIDE IQ-HASH-WORK BY 9999999967
001130             GIVING IQ-HASH-QUOT
001131         COMPUTE IQ-HASH-WORK = IQ-HASH-WORK
001132             - (IQ-HASH-QUOT * 9999999967)
001133     END-PERFORM.
001134     MOVE IQ-HASH-WORK TO IQ-HASH-VALUE.
001135     MOVE SPACES TO IQ-HASH-INPUT.
001136 1150-EXIT.
001030     EXIT.
001040*
001050*****************************************************************
001290*
001300*****************************************************************
001310* 2100-KEYED-READ - READ THE WANTED ACCOUNT DIRECTLY BY KEY
001316* AND DISPLAY IT. A KEY NOT ON FILE IS LOGGED AS NOTFOUND
001322* (10/15/2026).
001330*****************************************************************
001340 2100-KEYED-READ.
001345     MOVE SPACES TO IQ-LOG-CUST-NO.
001350     MOVE SPACES TO IQ-LOG-DETAIL.
001350     MOVE IQ-ENTRY-KEY TO ACCT-NO.
001360     READ ACCT-REC
001370         INVALID KEY
001380             DISPLAY "ACCOUNT " IQ-ENTRY-KEY " IS NOT ON FILE"
001375             MOVE "NOTFOUND" TO IQ-LOG-ACTION
001380             MOVE IQ-ENTRY-KEY TO IQ-LOG-ACCT-NO
001385             PERFORM 8000-WRITE-ACCESS-LOG
001390                 THRU 8000-EXIT
001390         NOT INVALID KEY
001400             MOVE "ACCOUNT" TO IQ-LOG-ACTION
001400             PERFORM 2500-DISPLAY-ACCOUNT
001410                 THRU 2500-EXIT
001420     END-READ.
001540     INSPECT IQ-WANTED-NAME-UC CONVERTING
001550         "abcdefghijklmnopqrstuvwxyz" TO
001560         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001562     MOVE "NAME" TO IQ-LOG-ACTION.
001564     MOVE SPACES TO IQ-LOG-CUST-NO.
001566     MOVE IQ-ENTRY-NAME TO IQ-LOG-DETAIL.
001570     MOVE ZERO TO IQ-FOUND-COUNT.
001572     IF NAME-INDEX-ON-HAND
001573         PERFORM 2250-INDEXED-NAME-SEARCH
001665     END-IF.
001670     IF IQ-FOUND-COUNT = ZERO
001680         DISPLAY "NO ACCOUNT WITH LAST NAME " IQ-ENTRY-NAME
001682         MOVE "NOTFOUND" TO IQ-LOG-ACTION
001684         MOVE SPACES TO IQ-LOG-ACCT-NO
001686         PERFORM 8000-WRITE-ACCESS-LOG
001688             THRU 8000-EXIT
001690     ELSE
001700         DISPLAY IQ-FOUND-COUNT " ACCOUNT(S) FOUND"
001710     END-IF.
002020*****************************************************************
002030* 2500-DISPLAY-ACCOUNT - SHOW THE FULL ACCT-FIELDS FOR THE
002040* RECORD CURRENTLY IN THE FD AREA.
002043* EVERY ACCOUNT SHOWN IS WRITTEN TO THE ACCESS LOG UNDER THE
002046* ACTION THE CALLER HAS SET (10/15/2026).
002050*****************************************************************
002060 2500-DISPLAY-ACCOUNT.
002062     MOVE ACCT-NO TO IQ-LOG-ACCT-NO.
002064     PERFORM 8000-WRITE-ACCESS-LOG
002066         THRU 8000-EXIT.
002070     MOVE ACCT-LIMIT   TO IQ-LIMIT-ED.
002080     MOVE ACCT-BALANCE TO IQ-BALANCE-ED.
002090     DISPLAY "----------------------------------------".
002164             DISPLAY "STATUS         : SUSPENDED"
002165         WHEN ACCT-CLOSED
002166             DISPLAY "STATUS         : CLOSED"
002167         WHEN ACCT-CHARGED-OFF
002168             DISPLAY "STATUS         : CHARGED OFF"
002167         WHEN OTHER
002168             DISPLAY "STATUS         : ACTIVE"
002169     END-EVALUATE.
002201*****************************************************************
002202* 2600-CUSTOMER-INQUIRY - READ THE WANTED CUSTOMER AND SHOW
002203* EVERY ACCOUNT TIED TO THEM THROUGH THE CROSS-REFERENCE, WITH
002204* THE COMBINED BALANCE AND LIMIT ACROSS THE ACCOUNTS. THE
002205* CUSTOMER AND EACH LINKED ACCOUNT SHOWN ARE LOGGED
002206* (10/15/2026).
002205*****************************************************************
002206 2600-CUSTOMER-INQUIRY.
002207     IF NOT CUSTOMER-FILES-ON-HAND
002212         GO TO 2600-EXIT
002213     END-IF.
002214     MOVE IQ-ENTRY-CUST-NO TO CUST-NO.
002215     MOVE SPACES TO IQ-LOG-ACCT-NO.
002216     MOVE SPACES TO IQ-LOG-DETAIL.
002217     MOVE IQ-ENTRY-CUST-NO TO IQ-LOG-CUST-NO.
002215     READ CUST-MASTER
002216         INVALID KEY
002217             DISPLAY "CUSTOMER " IQ-ENTRY-CUST-NO
002218                 " IS NOT ON FILE"
002222             MOVE "NOTFOUND" TO IQ-LOG-ACTION
002223             PERFORM 8000-WRITE-ACCESS-LOG
002224                 THRU 8000-EXIT
002219             GO TO 2600-EXIT
002221     END-READ.
002227     MOVE "CUSTOMER" TO IQ-LOG-ACTION.
002228     PERFORM 8000-WRITE-ACCESS-LOG
002229         THRU 8000-EXIT.
002230     MOVE "CUSTACCT" TO IQ-LOG-ACTION.
002222     DISPLAY "========================================".
002223     DISPLAY "CUSTOMER NUMBER: " CUST-NO.
002224     DISPLAY "LAST NAME      : " CUST-LAST-NAME.
002281     END-IF.
002280 3000-EXIT.
002290     EXIT.
002311*
002321*****************************************************************
002331* 8000-WRITE-ACCESS-LOG - APPEND ONE LINE TO THE ACCESS LOG FOR
002341* THE SIGNED-ON OPERATOR, STAMPED WITH THE DATE AND TIME OF THE
002351* ACCESS. THE ACTION, ACCOUNT, CUSTOMER AND DETAIL ARE SET BY
002361* THE CALLER (10/15/2026).
002371*****************************************************************
002381 8000-WRITE-ACCESS-LOG.
002391     OPEN EXTEND ACCESS-LOG.
002401     IF IQ-ALOG-FILE-STATUS NOT = "00"
002411         OPEN OUTPUT ACCESS-LOG
002421     END-IF.
002431     MOVE SPACES TO ACCESS-LOG-REC.
002441     ACCEPT ALOG-STAMP-DATE FROM DATE YYYYMMDD.
002451     ACCEPT ALOG-STAMP-TIME FROM TIME.
002461     MOVE IQ-OPER-ID     TO ALOG-OPERATOR.
002471     MOVE "ACCTINQ"   TO ALOG-PROGRAM.
002481     MOVE IQ-LOG-ACTION  TO ALOG-ACTION.
002491     MOVE IQ-LOG-ACCT-NO TO ALOG-ACCT-NO.
002501     MOVE IQ-LOG-CUST-NO TO ALOG-CUST-NO.
002511     MOVE IQ-LOG-DETAIL  TO ALOG-DETAIL.
002521     WRITE ACCESS-LOG-REC.
002531     CLOSE ACCESS-LOG.
002541 8000-EXIT.
002551     EXIT.
002561*
002571*****************************************************************
002581* 9000-SET-RETURN-CODE - END THE SESSION WITH RETURN CODE 8 WHEN
002591* THE SIGN-ON WAS REFUSED (10/15/2026).
002601*****************************************************************
002611 9000-SET-RETURN-CODE.
002621     IF NOT OPERATOR-SIGNED-ON
002631         MOVE 8 TO RETURN-CODE
002641     END-IF.
002651 9000-EXIT.
002661     EXIT.
