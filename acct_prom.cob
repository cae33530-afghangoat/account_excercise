000260*                       WHEN, AND MAKES FALLING BACK TO THE
000270*                       PRIOR GENERATION A SUPPORTED, LOGGED
000280*                       OPERATION INSTEAD OF ANOTHER RENAME.
000281*    10/15/2026  RH     THE KEYED INITIALS, WHICH NOBODY CHECKED,
000282*                       ARE REPLACED BY AN OPERATOR SIGN-ON
000283*                       AGAINST ACCTOPER.DAT (ACCTOPRM). ONLY AN
000284*                       ACTIVE PROMOTION (P) OPERATOR MAY PROMOTE
000285*                       OR FALL BACK; ANYONE ELSE IS REFUSED WITH
000286*                       RETURN CODE 8. THE SIGNED-ON ID IS WHAT
000287*                       GOES ON THE PROMOTION LOG, AND EVERY
000288*                       ACTION, DONE OR REFUSED, IS ALSO WRITTEN
000289*                       TO THE ACCESS LOG (ACCTALOG.DAT).
000290*
000300* THE OPERATOR SIGNS ON (PROMOTION ROLE P) AND KEYS AN ACTION:
000310*    MAIN - PROMOTE THE ACCTMAINT MERGE (ACCTRECN.DAT). THE
000320*           MERGE ARITHMETIC IS RE-PROVED FROM ACCTMCTL.DAT
000330*           FIRST, THE SAME PROOF ACCTVRFY POST RUNS: OLD
000910     SELECT PROM-LOG ASSIGN TO "ACCTPLOG.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS PM-PLOG-FILE-STATUS.
000931     SELECT OPER-FILE ASSIGN TO "ACCTOPER.DAT"
000932         ORGANIZATION IS INDEXED
000933         ACCESS MODE IS DYNAMIC
000934         RECORD KEY IS OPR-ID
000935         FILE STATUS IS PM-OPER-FILE-STATUS.
000936     SELECT ACCESS-LOG ASSIGN TO "ACCTALOG.DAT"
000937         ORGANIZATION IS LINE SEQUENTIAL
000938         FILE STATUS IS PM-ALOG-FILE-STATUS.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
001730      05  PLOG-SOURCE         PIC X(12).
001740      05  PLOG-RECORD-COUNT   PIC 9(07).
001750*
001742*  OPERATOR PROFILE FILE MAINTAINED BY ACCTOPRM, READ AT SIGN-ON
001743*  (10/15/2026). THE LAYOUT MIRRORS OPER-FIELDS THERE.
001744  FD  OPER-FILE
001745      RECORDING MODE F.
001746  01  OPER-FIELDS.
001747      05  OPR-ID              PIC X(08).
001748      05  OPR-NAME            PIC X(30).
001749      05  OPR-PASSWORD-HASH   PIC 9(10).
001750      05  OPR-ROLE            PIC X(01).
001751          88  OPR-INQUIRY-ONLY            VALUE 'I'.
001752          88  OPR-HISTORY-INQUIRY         VALUE 'H'.
001753          88  OPR-RUN-SEQUENCING          VALUE 'R'.
001754          88  OPR-PROMOTION               VALUE 'P'.
001755      05  OPR-ACTIVE          PIC X(01).
001756          88  OPR-IS-ACTIVE               VALUE 'Y'.
001757      05  OPR-PASSWORD-DATE   PIC 9(08).
001758      05  OPR-SET-UP-DATE     PIC 9(08).
001759      05  OPR-LAST-MAINT      PIC 9(08).
001760*
001761*  ACCESS LOG - ONE LINE PER SIGN-ON AND PER ACCOUNT OR
001762*  CUSTOMER VIEWED, SHARED BY EVERY SIGNING-ON PROGRAM, KEPT
001763*  ACROSS RUNS AND READ BY THE WEEKLY ACCTAUDT REPORT
001764*  (10/15/2026).
001765  FD  ACCESS-LOG
001766      RECORDING MODE F.
001767  01  ACCESS-LOG-REC.
001768      05  ALOG-STAMP-DATE     PIC 9(08).
001769      05  ALOG-STAMP-TIME     PIC 9(08).
001770      05  ALOG-OPERATOR       PIC X(08).
001771      05  ALOG-PROGRAM        PIC X(08).
001772      05  ALOG-ACTION         PIC X(08).
001773      05  ALOG-ACCT-NO        PIC X(08).
001774      05  ALOG-CUST-NO        PIC X(08).
001775      05  ALOG-DETAIL         PIC X(20).
001750*
001760 WORKING-STORAGE SECTION.
001770*
001780*  OPERATOR ENTRIES.
001800  77  PM-ACTION               PIC X(04)   VALUE SPACES.
001810      88  PROMOTE-MAINT                   VALUE 'MAIN'.
001820      88  PROMOTE-POST                    VALUE 'POST'.
002200  77  PM-PROMOTED-COUNT       PIC 9(7) COMP VALUE ZERO.
002210  77  PM-LOG-SOURCE           PIC X(12)   VALUE SPACES.
002210*
002212*  SIGN-ON FIELDS (10/15/2026). THE OPERATOR ID IS HELD IN
002213*  UPPER CASE; THE PASSWORD IS CLEARED AS SOON AS IT IS HASHED.
002214  77  PM-OPER-ID              PIC X(08)   VALUE SPACES.
002215  77  PM-PASSWORD             PIC X(12)   VALUE SPACES.
002216  77  PM-OPER-FILE-STATUS     PIC X(02)   VALUE SPACES.
002217  77  PM-ALOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
002218  77  PM-SIGNON-SWITCH        PIC X(01)   VALUE 'N'.
002219      88  OPERATOR-SIGNED-ON              VALUE 'Y'.
002220*
002221*  ACCESS LOG LINE CONTENTS, SET BEFORE 8000-WRITE-ACCESS-LOG.
002222  77  PM-LOG-ACTION           PIC X(08)   VALUE SPACES.
002223  77  PM-LOG-ACCT-NO          PIC X(08)   VALUE SPACES.
002224  77  PM-LOG-CUST-NO          PIC X(08)   VALUE SPACES.
002225  77  PM-LOG-DETAIL           PIC X(20)   VALUE SPACES.
002226*
002227*  PASSWORD HASH WORK FIELDS - THE SAME FIELDS AND ARITHMETIC
002228*  AS ACCTOPRM, WHICH SETS THE HASH ON THE PROFILE.
002229  01  PM-HASH-INPUT.
002230      05  PM-HASH-ID          PIC X(08).
002231      05  PM-HASH-PASSWORD    PIC X(12).
002232  01  PM-HASH-CHARS REDEFINES PM-HASH-INPUT.
002233      05  PM-HASH-CHAR        PIC X(01) OCCURS 20 TIMES.
002234  01  PM-ALPHABET-VALUES.
002235      05  FILLER              PIC X(40) VALUE
002236          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.#@".
002237      05  FILLER              PIC X(40) VALUE
002238          "abcdefghijklmnopqrstuvwxyz!$%&*+/=?_:;,<".
002239  01  PM-ALPHABET-TABLE REDEFINES PM-ALPHABET-VALUES.
002240      05  PM-ALPHA-CHAR       PIC X(01) OCCURS 80 TIMES.
002241  77  PM-HASH-SUB             PIC 9(02) COMP VALUE ZERO.
002242  77  PM-ALPHA-SUB            PIC 9(02) COMP VALUE ZERO.
002243  77  PM-CHAR-VALUE           PIC 9(02) COMP VALUE ZERO.
002244  77  PM-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
002245  77  PM-HASH-QUOT            PIC 9(15) COMP VALUE ZERO.
002246  77  PM-HASH-VALUE           PIC 9(10)   VALUE ZERO.
002210*
002220 PROCEDURE DIVISION.
002230*
002240*****************************************************************
002440                 MOVE 'Y' TO PM-ERROR-SWITCH
002450         END-EVALUATE
002460     END-IF.
002460     IF OPERATOR-SIGNED-ON
002465         PERFORM 5900-LOG-ACCESS
002470             THRU 5900-EXIT
002475     END-IF.
002470     PERFORM 9000-SET-RETURN-CODE
002480         THRU 9000-EXIT.
002490     STOP RUN.
002500*
002510*****************************************************************
002517* 1000-INITIALIZE - STAMP THE STEP, SIGN THE OPERATOR ON AND
002524* GET THE ACTION. AN OPERATOR WHO CANNOT SIGN ON, OR WHOSE ROLE
002531* IS NOT PROMOTION, GETS NO FURTHER (10/15/2026).
002540*****************************************************************
002550 1000-INITIALIZE.
002560     ACCEPT PM-RUN-DATE FROM DATE YYYYMMDD.
002570     ACCEPT PM-RUN-TIME FROM TIME.
002580     PERFORM 1100-SIGN-ON
002590         THRU 1100-EXIT.
002600     IF NOT OPERATOR-SIGNED-ON
002630         MOVE 'Y' TO PM-ERROR-SWITCH
002640         GO TO 1000-EXIT
002650     END-IF.
002690         "abcdefghijklmnopqrstuvwxyz" TO
002700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002710 1000-EXIT.
002702     EXIT.
002703*
002704*****************************************************************
002705* 1100-SIGN-ON - TAKE THE OPERATOR ID AND PASSWORD AND CHECK
002706* THEM AGAINST THE OPERATOR PROFILE FILE (10/15/2026). AN
002707* UNKNOWN OR INACTIVE OPERATOR, OR A WRONG PASSWORD, IS REFUSED
002708* WITHOUT SAYING WHICH; AN OPERATOR WHOSE ROLE DOES NOT COVER
002709* THIS WORK IS TOLD SO. EVERY OUTCOME GOES ON THE ACCESS LOG.
002710*****************************************************************
002711 1100-SIGN-ON.
002712     MOVE 'N' TO PM-SIGNON-SWITCH.
002713     MOVE SPACES TO PM-OPER-ID.
002714     MOVE SPACES TO PM-PASSWORD.
002715     DISPLAY "ACCTPROM - ENTER OPERATOR ID:".
002716     ACCEPT PM-OPER-ID.
002717     INSPECT PM-OPER-ID CONVERTING
002718         "abcdefghijklmnopqrstuvwxyz" TO
002719         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002720     DISPLAY "ACCTPROM - ENTER PASSWORD:".
002721     ACCEPT PM-PASSWORD.
002722     MOVE PM-OPER-ID  TO PM-HASH-ID.
002723     MOVE PM-PASSWORD TO PM-HASH-PASSWORD.
002724     MOVE SPACES TO PM-PASSWORD.
002725     PERFORM 1150-HASH-PASSWORD
002726         THRU 1150-EXIT.
002727     PERFORM 1120-CHECK-PROFILE
002728         THRU 1120-EXIT.
002729     EVALUATE TRUE
002730         WHEN OPERATOR-SIGNED-ON
002731             DISPLAY "ACCTPROM - OPERATOR " PM-OPER-ID
002732                 " SIGNED ON"
002733         WHEN PM-LOG-ACTION = "DENIED"
002734             DISPLAY "ACCTPROM - OPERATOR " PM-OPER-ID
002735                 " IS NOT AUTHORIZED FOR PROMOTION OR FALLBACK"
002736         WHEN OTHER
002737             DISPLAY "ACCTPROM - SIGN-ON REFUSED - INVALID "
002738                 "OPERATOR ID OR PASSWORD"
002739     END-EVALUATE.
002740     MOVE SPACES TO PM-LOG-ACCT-NO.
002741     MOVE SPACES TO PM-LOG-CUST-NO.
002742     PERFORM 8000-WRITE-ACCESS-LOG
002743         THRU 8000-EXIT.
002744 1100-EXIT.
002745     EXIT.
002746*
002747*****************************************************************
002748* 1120-CHECK-PROFILE - READ THE OPERATOR'S PROFILE AND DECIDE
002749* THE SIGN-ON. THE ACCESS LOG ACTION IS LEFT AS SIGNON, SIGNFAIL
002750* OR DENIED, WITH THE REASON FOR A REFUSAL IN THE LOG DETAIL.
002751* THE PROFILE FILE IS OPENED ONLY FOR THE LOOK-UP.
002752*****************************************************************
002753 1120-CHECK-PROFILE.
002754     MOVE "SIGNFAIL" TO PM-LOG-ACTION.
002755     MOVE SPACES TO PM-LOG-DETAIL.
002756     IF PM-OPER-ID = SPACES
002757         MOVE "NO OPERATOR ID" TO PM-LOG-DETAIL
002758         GO TO 1120-EXIT
002759     END-IF.
002760     OPEN INPUT OPER-FILE.
002761     IF PM-OPER-FILE-STATUS NOT = "00"
002762         MOVE "NO PROFILE FILE" TO PM-LOG-DETAIL
002763         GO TO 1120-EXIT
002764     END-IF.
002765     MOVE PM-OPER-ID TO OPR-ID.
002766     READ OPER-FILE
002767         INVALID KEY
002768             MOVE "UNKNOWN OPERATOR" TO PM-LOG-DETAIL
002769     END-READ.
002770     CLOSE OPER-FILE.
002771     IF PM-LOG-DETAIL NOT = SPACES
002772         GO TO 1120-EXIT
002773     END-IF.
002774     IF NOT OPR-IS-ACTIVE
002775         MOVE "OPERATOR INACTIVE" TO PM-LOG-DETAIL
002776         GO TO 1120-EXIT
002777     END-IF.
002778     IF OPR-PASSWORD-HASH NOT = PM-HASH-VALUE
002779         MOVE "WRONG PASSWORD" TO PM-LOG-DETAIL
002780         GO TO 1120-EXIT
002781     END-IF.
002782     IF NOT OPR-PROMOTION
002783         MOVE "DENIED" TO PM-LOG-ACTION
002784         MOVE "ROLE NOT ALLOWED - " TO PM-LOG-DETAIL
002785         MOVE OPR-ROLE TO PM-LOG-DETAIL(20:1)
002786         GO TO 1120-EXIT
002787     END-IF.
002788     MOVE "SIGNON" TO PM-LOG-ACTION.
002789     MOVE 'Y' TO PM-SIGNON-SWITCH.
002790 1120-EXIT.
002791     EXIT.
002792*
002793*****************************************************************
002794* 1150-HASH-PASSWORD - WORK THE PASSWORD HASH OVER
002795* PM-HASH-INPUT INTO PM-HASH-VALUE, THE SAME WAY ACCTOPRM
002796* WORKS IT WHEN THE PASSWORD IS SET, AND CLEAR THE INPUT.
002797*****************************************************************
002798 1150-HASH-PASSWORD.
002799     MOVE ZERO TO PM-HASH-WORK.
002800     PERFORM VARYING PM-HASH-SUB FROM 1 BY 1
002801             UNTIL PM-HASH-SUB > 20
002802         MOVE ZERO TO PM-CHAR-VALUE
002803         PERFORM VARYING PM-ALPHA-SUB FROM 1 BY 1
002804                 UNTIL PM-ALPHA-SUB > 80
002805             IF PM-HASH-CHAR(PM-HASH-SUB) =
002806                     PM-ALPHA-CHAR(PM-ALPHA-SUB)
002807                 MOVE PM-ALPHA-SUB TO PM-CHAR-VALUE
002808             END-IF
002809         END-PERFORM
002810         COMPUTE PM-HASH-WORK = (PM-HASH-WORK * 131)
002811             + (PM-CHAR-VALUE * PM-HASH-SUB) + 17
002812         DIVIDE PM-HASH-WORK BY 9999999967
002813             GIVING PM-HASH-QUOT
002814         COMPUTE PM-HASH-WORK = PM-HASH-WORK
002815             - (PM-HASH-QUOT * 9999999967)
002816     END-PERFORM.
002817     MOVE PM-HASH-WORK TO PM-HASH-VALUE.
002818     MOVE SPACES TO PM-HASH-INPUT.
002819 1150-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
006560     END-IF.
006570     MOVE PM-RUN-DATE       TO PLOG-STAMP-DATE.
006580     MOVE PM-RUN-TIME       TO PLOG-STAMP-TIME.
006590     MOVE PM-OPER-ID        TO PLOG-OPERATOR.
006600     MOVE PM-ACTION         TO PLOG-ACTION.
006605     MOVE PM-LOG-SOURCE     TO PLOG-SOURCE.
006610     MOVE PM-PROMOTED-COUNT TO PLOG-RECORD-COUNT.
006620     WRITE PROM-LOG-REC.
006630     CLOSE PROM-LOG.
006640 5800-EXIT.
006632     EXIT.
006633*
006634*****************************************************************
006635* 5900-LOG-ACCESS - WRITE THE ACTION TO THE ACCESS LOG, WHETHER
006636* IT WAS CARRIED OUT OR REFUSED, WITH THE RECORD COUNT PUT LIVE
006637* (10/15/2026).
006638*****************************************************************
006639 5900-LOG-ACCESS.
006640     MOVE PM-ACTION TO PM-LOG-ACTION.
006641     MOVE SPACES TO PM-LOG-ACCT-NO.
006642     MOVE SPACES TO PM-LOG-CUST-NO.
006643     MOVE SPACES TO PM-LOG-DETAIL.
006644     IF PROMOTION-REFUSED
006645         MOVE "REFUSED" TO PM-LOG-DETAIL
006646     ELSE
006647         MOVE "COMPLETED" TO PM-LOG-DETAIL
006648         MOVE PM-PROMOTED-COUNT TO PM-LOG-DETAIL(11:7)
006649     END-IF.
006650     PERFORM 8000-WRITE-ACCESS-LOG
006651         THRU 8000-EXIT.
006652 5900-EXIT.
006653     EXIT.
006654*
006655*****************************************************************
006656* 8000-WRITE-ACCESS-LOG - APPEND ONE LINE TO THE ACCESS LOG FOR
006657* THE SIGNED-ON OPERATOR, STAMPED WITH THE DATE AND TIME OF THE
006658* ACCESS. THE ACTION, ACCOUNT, CUSTOMER AND DETAIL ARE SET BY
006659* THE CALLER (10/15/2026).
006660*****************************************************************
006661 8000-WRITE-ACCESS-LOG.
006662     OPEN EXTEND ACCESS-LOG.
006663     IF PM-ALOG-FILE-STATUS NOT = "00"
006664         OPEN OUTPUT ACCESS-LOG
006665     END-IF.
006666     MOVE SPACES TO ACCESS-LOG-REC.
006667     ACCEPT ALOG-STAMP-DATE FROM DATE YYYYMMDD.
006668     ACCEPT ALOG-STAMP-TIME FROM TIME.
006669     MOVE PM-OPER-ID     TO ALOG-OPERATOR.
006670     MOVE "ACCTPROM"  TO ALOG-PROGRAM.
006671     MOVE PM-LOG-ACTION  TO ALOG-ACTION.
006672     MOVE PM-LOG-ACCT-NO TO ALOG-ACCT-NO.
006673     MOVE PM-LOG-CUST-NO TO ALOG-CUST-NO.
006674     MOVE PM-LOG-DETAIL  TO ALOG-DETAIL.
006675     WRITE ACCESS-LOG-REC.
006676     CLOSE ACCESS-LOG.
006677 8000-EXIT.
006650     EXIT.
006660*
006670*****************************************************************
