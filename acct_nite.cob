000270*                       STEP TWICE FOR THE SAME DATE, AND AFTER
000280*                       AN ABEND TELLS THE OPERATOR EXACTLY
000290*                       WHICH STEP TO RESUME FROM.
000291*    10/15/2026  RH     NEW STEP ACCTGL - THE DAILY GL INTERFACE -
000292*                       RUNS STRAIGHT AFTER ACCTPOST. A CLEAN
000293*                       ACCTGL IS ONLY ACCEPTED WHEN ITS CONTROL
000294*                       REPORT (ACCTGLCR.DAT) SAYS THE GL JOURNAL
000295*                       BALANCED AND TIED. THE STANDING IS NOW
000296*                       REBUILT FROM THE LOG BY STEP NAME, SO A
000297*                       STEP ADDED TO THE SEQUENCE DOES NOT UPSET
000298*                       THE LOG LINES ALREADY WRITTEN.
000299*    10/15/2026  RH     NEW STEP ACCTSCHG - THE RECURRING SCHEDULE
000300*                       GENERATOR - RUNS AHEAD OF ACCTPOST SO THE
000301*                       ITEMS IT QUEUES ON ACCTPMT.DAT ARE POSTED
000302*                       THE SAME NIGHT. A CLEAN ACCTSCHG IS ONLY
000303*                       ACCEPTED WHEN ITS GENERATION LOG
000304*                       (ACCTSCHL.DAT) HOLDS THE BUSINESS DATE.
000305*    10/15/2026  RH     THE SEQUENCER NOW OPENS WITH AN OPERATOR
000306*                       SIGN-ON AGAINST ACCTOPER.DAT (ACCTOPRM).
000307*                       ONLY AN ACTIVE RUN SEQUENCING (R) OPERATOR
000308*                       MAY KEY A DATE AND COMMAND; ANYONE ELSE IS
000309*                       REFUSED WITH RETURN CODE 8. THE SIGN-ON IS
000310*                       WRITTEN TO THE ACCESS LOG (ACCTALOG.DAT).
000311*    10/15/2026  RH     NEW STEP ACCTINTG - THE NIGHTLY
000312*                       REFERENTIAL INTEGRITY SWEEP - RUNS LAST,
000313*                       AFTER ACCTBAL. IT ENDS WITH RETURN CODE 4
000314*                       WHEN IT HAS LISTED EXCEPTIONS; THAT IS
000315*                       ACCEPTED AS CLEAN FOR THIS STEP ONLY, SO
000316*                       THE CYCLE COMPLETES WHILE THE REPORT IS
000317*                       WORKED.
000318*    10/15/2026  RH     A CLEAN ACCTGL IS NOW ALSO REFUSED UNLESS
000319*                       ITS CONTROL REPORT IS HEADED WITH THE
000320*                       BUSINESS DATE BEING RECORDED, SO AN
000321*                       EARLIER DAY'S BALANCED REPORT LEFT ON
000322*                       ACCTGLCR.DAT CANNOT BE TAKEN FOR TODAY'S.
000300*
000310* THE NIGHTLY SEQUENCE OWNED HERE:
000320*    1. ACCTVRFY     - PRE-MERGE MASTER VERIFY (RC 16 = BAD).
000330*    2. ACCTMAINT    - MAINTENANCE MERGE.
000340*    3. ACCTCOMP     - OLD-VS-NEW MASTER COMPARE.
000342*    4. ACCTSCHG     - RECURRING SCHEDULE GENERATOR. A CLEAN
000344*                      OUTCOME IS ONLY ACCEPTED WHEN ACCTSCHL.DAT
000346*                      SHOWS THE BUSINESS DATE WAS GENERATED.
000348*                      ACCTSCHG ITSELF REFUSES A DATE IT HAS
000350*                      ALREADY GENERATED.
000352*    5. ACCTPOST     - MONETARY POSTING.
000354*    6. ACCTGL       - DAILY GENERAL LEDGER INTERFACE. A CLEAN
000360*                      OUTCOME IS ONLY ACCEPTED WHEN THE
000363*                      CONTROL REPORT IN ACCTGLCR.DAT IS FOR
000366*                      THE BUSINESS DATE AND SAYS THE GL
000369*                      JOURNAL BALANCED AND TIED.
000375*    7. HELLO-WORLD  - THE DAILY LISTING RUN.
000380*    8. ACCTSTMT     - CUSTOMER STATEMENTS.
000385*    9. ACCTBAL      - OUTPUT BALANCING. A CLEAN OUTCOME IS
000390*                      ONLY ACCEPTED WHEN THE CERTIFICATE IN
000400*                      ACCTCERT.DAT REALLY SAYS THE CYCLE
000410*                      BALANCES.
000412*   10. ACCTINTG     - REFERENTIAL INTEGRITY SWEEP. RC 4 MEANS
000414*                      EXCEPTIONS ARE LISTED ON ACCTINTR.DAT AND
000416*                      IS ACCEPTED AS CLEAN; RC 8 IS A FAILURE.
000420*
000426* THE OPERATOR SIGNS ON (RUN SEQUENCING ROLE R), THEN KEYS THE
000432* BUSINESS DATE AND A COMMAND:
000440*    NEXT - SAY WHICH STEP TO RUN (OR RESUME FROM) NEXT.
000450*    DONE - RECORD A STEP'S OUTCOME (STEP NAME AND RETURN CODE
000460*           ARE KEYED NEXT). A STEP OUT OF TURN, A STEP WHOSE
000580     SELECT CERT-FILE ASSIGN TO "ACCTCERT.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS NT-CERT-FILE-STATUS.
000602     SELECT GLCTL-FILE ASSIGN TO "ACCTGLCR.DAT"
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS NT-GLCTL-FILE-STATUS.
000607     SELECT SCHED-LOG ASSIGN TO "ACCTSCHL.DAT"
000608         ORGANIZATION IS LINE SEQUENTIAL
000609         FILE STATUS IS NT-SCHL-FILE-STATUS.
000610     SELECT OPER-FILE ASSIGN TO "ACCTOPER.DAT"
000611         ORGANIZATION IS INDEXED
000612         ACCESS MODE IS DYNAMIC
000613         RECORD KEY IS OPR-ID
000614         FILE STATUS IS NT-OPER-FILE-STATUS.
000615     SELECT ACCESS-LOG ASSIGN TO "ACCTALOG.DAT"
000616         ORGANIZATION IS LINE SEQUENTIAL
000617         FILE STATUS IS NT-ALOG-FILE-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000790  FD  CERT-FILE
000800      RECORDING MODE F.
000810  01  CERT-LINE               PIC X(80).
000811*
000812*  GL INTERFACE CONTROL REPORT WRITTEN BY ACCTGL, READ TO PROVE A
000813*  CLEAN ACCTGL OUTCOME BEFORE IT IS ACCEPTED (10/15/2026).
000814  FD  GLCTL-FILE
000815      RECORDING MODE F.
000816  01  GLCTL-LINE              PIC X(100).
000820*
000818*  GENERATION LOG WRITTEN BY ACCTSCHG, READ TO PROVE A CLEAN
000819*  ACCTSCHG OUTCOME BEFORE IT IS ACCEPTED (10/15/2026). ONLY THE
000820*  BUSINESS DATE AT THE FRONT OF EACH LINE IS NEEDED HERE.
000821  FD  SCHED-LOG
000822      RECORDING MODE F.
000823  01  SCHED-LOG-REC.
000824      05  SCHL-BUS-DATE       PIC 9(08).
000825      05  FILLER              PIC X(49).
000826*
000827*  OPERATOR PROFILE FILE MAINTAINED BY ACCTOPRM, READ AT SIGN-ON
000828*  (10/15/2026). THE LAYOUT MIRRORS OPER-FIELDS THERE.
000829  FD  OPER-FILE
000830      RECORDING MODE F.
000831  01  OPER-FIELDS.
000832      05  OPR-ID              PIC X(08).
000833      05  OPR-NAME            PIC X(30).
000834      05  OPR-PASSWORD-HASH   PIC 9(10).
000835      05  OPR-ROLE            PIC X(01).
000836          88  OPR-INQUIRY-ONLY            VALUE 'I'.
000837          88  OPR-HISTORY-INQUIRY         VALUE 'H'.
000838          88  OPR-RUN-SEQUENCING          VALUE 'R'.
000839          88  OPR-PROMOTION               VALUE 'P'.
000840      05  OPR-ACTIVE          PIC X(01).
000841          88  OPR-IS-ACTIVE               VALUE 'Y'.
000842      05  OPR-PASSWORD-DATE   PIC 9(08).
000843      05  OPR-SET-UP-DATE     PIC 9(08).
000844      05  OPR-LAST-MAINT      PIC 9(08).
000845*
000846*  ACCESS LOG - ONE LINE PER SIGN-ON AND PER ACCOUNT OR
000847*  CUSTOMER VIEWED, SHARED BY EVERY SIGNING-ON PROGRAM, KEPT
000848*  ACROSS RUNS AND READ BY THE WEEKLY ACCTAUDT REPORT
000849*  (10/15/2026).
000850  FD  ACCESS-LOG
000851      RECORDING MODE F.
000852  01  ACCESS-LOG-REC.
000853      05  ALOG-STAMP-DATE     PIC 9(08).
000854      05  ALOG-STAMP-TIME     PIC 9(08).
000855      05  ALOG-OPERATOR       PIC X(08).
000856      05  ALOG-PROGRAM        PIC X(08).
000857      05  ALOG-ACTION         PIC X(08).
000858      05  ALOG-ACCT-NO        PIC X(08).
000859      05  ALOG-CUST-NO        PIC X(08).
000860      05  ALOG-DETAIL         PIC X(20).
000820*
000830 WORKING-STORAGE SECTION.
000840*
000970*  EVER BEEN RECORDED.
000980  77  NT-RLOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
000990  77  NT-CERT-FILE-STATUS     PIC X(02)   VALUE SPACES.
000995  77  NT-GLCTL-FILE-STATUS    PIC X(02)   VALUE SPACES.
000997  77  NT-SCHL-FILE-STATUS     PIC X(02)   VALUE SPACES.
001000*
001010*  END-OF-FILE SWITCHES.
001020  77  NT-RLOG-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001030      88  END-OF-RUN-LOG                  VALUE 'Y'.
001040  77  NT-CERT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001050      88  END-OF-CERT-FILE                VALUE 'Y'.
001053  77  NT-GLCTL-EOF-SWITCH     PIC X(01)   VALUE 'N'.
001056      88  END-OF-GLCTL-FILE               VALUE 'Y'.
001057  77  NT-SCHL-EOF-SWITCH      PIC X(01)   VALUE 'N'.
001058      88  END-OF-SCHED-LOG                VALUE 'Y'.
001060*
001070*  THE SEQUENCE TABLE - ONE ENTRY PER STEP, IN RUN ORDER, WITH
001080*  THE STEP'S STANDING FOR THE KEYED BUSINESS DATE AS REBUILT
001090*  FROM THE RUN LOG.
001100  01  NT-STEP-TABLE.
001110      05  NT-STEP-ENTRY OCCURS 10 TIMES.
001120          10  NT-STEP-NAME    PIC X(12).
001130          10  NT-STEP-STATE   PIC X(01).
001140              88  STEP-NOT-RUN            VALUE ' '.
001180  77  NT-STEP-SUB             PIC 9(02) COMP.
001190  77  NT-NEXT-STEP            PIC 9(02) COMP VALUE ZERO.
001200  77  NT-DONE-STEP-NO         PIC 9(02) COMP VALUE ZERO.
001201  77  NT-LOG-STEP-NO          PIC 9(02) COMP VALUE ZERO.
001202*
001203*  NUMBER OF STEPS IN THE SEQUENCE, AND THE STEPS WHOSE CLEAN
001204*  OUTCOME MUST BE PROVED FROM THEIR OWN OUTPUT (10/15/2026).
001205  77  NT-STEP-COUNT           PIC 9(02) COMP VALUE 10.
001206  77  NT-SCHG-STEP-NO         PIC 9(02) COMP VALUE 4.
001207  77  NT-GL-STEP-NO           PIC 9(02) COMP VALUE 6.
001208  77  NT-BAL-STEP-NO          PIC 9(02) COMP VALUE 9.
001209  77  NT-INTG-STEP-NO         PIC 9(02) COMP VALUE 10.
001210*
001211*  RETURN-CODE JUDGING (10/15/2026). A STEP STANDS CLEAN ON
001212*  RETURN CODE 0, EXCEPT THE INTEGRITY SWEEP, WHICH ALSO STANDS
001213*  CLEAN ON ITS WARNING CODE - IT ONLY MEANS EXCEPTIONS WERE
001214*  LISTED FOR THE DAY STAFF.
001215  77  NT-INTG-WARNING-RC      PIC 9(04)   VALUE 4.
001216  77  NT-JUDGE-STEP-NO        PIC 9(02) COMP VALUE ZERO.
001217  77  NT-JUDGE-RC             PIC 9(04)   VALUE ZERO.
001218  77  NT-CLEAN-RC-SWITCH      PIC X(01)   VALUE 'N'.
001219      88  RC-COUNTS-CLEAN                 VALUE 'Y'.
001210*
001220*  ACCTBAL CERTIFICATE CHECK.
001230  77  NT-CERT-CLEAN-SWITCH    PIC X(01)   VALUE 'N'.
001240      88  CERT-SAYS-CLEAN                 VALUE 'Y'.
001242*
001244*  ACCTGL CONTROL REPORT CHECK.
001246  77  NT-GLCTL-CLEAN-SWITCH   PIC X(01)   VALUE 'N'.
001248      88  GLCTL-SAYS-CLEAN                VALUE 'Y'.
001249*
001250*  ACCTSCHG GENERATION LOG CHECK.
001251  77  NT-SCHL-CLEAN-SWITCH    PIC X(01)   VALUE 'N'.
001252      88  SCHL-SAYS-GENERATED             VALUE 'Y'.
001250*
001260*  RUN STAMP FOR THE LOG LINES.
001270  77  NT-RUN-DATE             PIC 9(08)   VALUE ZERO.
001310  77  NT-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
001320      88  COMMAND-REFUSED                 VALUE 'Y'.
001330*
001322*  SIGN-ON FIELDS (10/15/2026). THE OPERATOR ID IS HELD IN
001323*  UPPER CASE; THE PASSWORD IS CLEARED AS SOON AS IT IS HASHED.
001324  77  NT-OPER-ID              PIC X(08)   VALUE SPACES.
001325  77  NT-PASSWORD             PIC X(12)   VALUE SPACES.
001326  77  NT-OPER-FILE-STATUS     PIC X(02)   VALUE SPACES.
001327  77  NT-ALOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
001328  77  NT-SIGNON-SWITCH        PIC X(01)   VALUE 'N'.
001329      88  OPERATOR-SIGNED-ON              VALUE 'Y'.
001330*
001331*  ACCESS LOG LINE CONTENTS, SET BEFORE 8000-WRITE-ACCESS-LOG.
001332  77  NT-LOG-ACTION           PIC X(08)   VALUE SPACES.
001333  77  NT-LOG-ACCT-NO          PIC X(08)   VALUE SPACES.
001334  77  NT-LOG-CUST-NO          PIC X(08)   VALUE SPACES.
001335  77  NT-LOG-DETAIL           PIC X(20)   VALUE SPACES.
001336*
001337*  PASSWORD HASH WORK FIELDS - THE SAME FIELDS AND ARITHMETIC
001338*  AS ACCTOPRM, WHICH SETS THE HASH ON THE PROFILE.
001339  01  NT-HASH-INPUT.
001340      05  NT-HASH-ID          PIC X(08).
001341      05  NT-HASH-PASSWORD    PIC X(12).
001342  01  NT-HASH-CHARS REDEFINES NT-HASH-INPUT.
001343      05  NT-HASH-CHAR        PIC X(01) OCCURS 20 TIMES.
001344  01  NT-ALPHABET-VALUES.
001345      05  FILLER              PIC X(40) VALUE
001346          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.#@".
001347      05  FILLER              PIC X(40) VALUE
001348          "abcdefghijklmnopqrstuvwxyz!$%&*+/=?_:;,<".
001349  01  NT-ALPHABET-TABLE REDEFINES NT-ALPHABET-VALUES.
001350      05  NT-ALPHA-CHAR       PIC X(01) OCCURS 80 TIMES.
001351  77  NT-HASH-SUB             PIC 9(02) COMP VALUE ZERO.
001352  77  NT-ALPHA-SUB            PIC 9(02) COMP VALUE ZERO.
001353  77  NT-CHAR-VALUE           PIC 9(02) COMP VALUE ZERO.
001354  77  NT-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001355  77  NT-HASH-QUOT            PIC 9(15) COMP VALUE ZERO.
001356  77  NT-HASH-VALUE           PIC 9(10)   VALUE ZERO.
001330*
001340 PROCEDURE DIVISION.
001350*
001360*****************************************************************
001650*****************************************************************
001660* 1000-INITIALIZE - STAMP THE STEP, LOAD THE SEQUENCE TABLE AND
001670* GET THE BUSINESS DATE AND COMMAND FROM THE OPERATOR OR THE
001674* JOB STREAM. THE OPERATOR MUST SIGN ON BEFORE ANYTHING IS
001681* KEYED (10/15/2026).
001690*****************************************************************
001700 1000-INITIALIZE.
001710     ACCEPT NT-RUN-DATE FROM DATE YYYYMMDD.
001730     MOVE "ACCTVRFY"    TO NT-STEP-NAME(1).
001740     MOVE "ACCTMAINT"   TO NT-STEP-NAME(2).
001750     MOVE "ACCTCOMP"    TO NT-STEP-NAME(3).
001757     MOVE "ACCTSCHG"    TO NT-STEP-NAME(4).
001764     MOVE "ACCTPOST"    TO NT-STEP-NAME(5).
001771     MOVE "ACCTGL"      TO NT-STEP-NAME(6).
001778     MOVE "HELLO-WORLD" TO NT-STEP-NAME(7).
001785     MOVE "ACCTSTMT"    TO NT-STEP-NAME(8).
001792     MOVE "ACCTBAL"     TO NT-STEP-NAME(9).
001796     MOVE "ACCTINTG"    TO NT-STEP-NAME(10).
001800     PERFORM VARYING NT-STEP-SUB FROM 1 BY 1
001810             UNTIL NT-STEP-SUB > NT-STEP-COUNT
001820         MOVE ' '  TO NT-STEP-STATE(NT-STEP-SUB)
001830         MOVE ZERO TO NT-STEP-LAST-RC(NT-STEP-SUB)
001840     END-PERFORM.
001841     PERFORM 1100-SIGN-ON
001842         THRU 1100-EXIT.
001843     IF NOT OPERATOR-SIGNED-ON
001844         MOVE 'Y' TO NT-ERROR-SWITCH
001845         GO TO 1000-EXIT
001846     END-IF.
001850     DISPLAY "ACCTNITE - ENTER BUSINESS DATE (YYYYMMDD):".
001860     ACCEPT NT-BUS-DATE-X.
001870     IF NT-BUS-DATE-X NOT NUMERIC OR NT-BUS-DATE-X = SPACES
001960         "abcdefghijklmnopqrstuvwxyz" TO
001970         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001980 1000-EXIT.
001972     EXIT.
001973*
001974*****************************************************************
001975* 1100-SIGN-ON - TAKE THE OPERATOR ID AND PASSWORD AND CHECK
001976* THEM AGAINST THE OPERATOR PROFILE FILE (10/15/2026). AN
001977* UNKNOWN OR INACTIVE OPERATOR, OR A WRONG PASSWORD, IS REFUSED
001978* WITHOUT SAYING WHICH; AN OPERATOR WHOSE ROLE DOES NOT COVER
001979* THIS WORK IS TOLD SO. EVERY OUTCOME GOES ON THE ACCESS LOG.
001980*****************************************************************
001981 1100-SIGN-ON.
001982     MOVE 'N' TO NT-SIGNON-SWITCH.
001983     MOVE SPACES TO NT-OPER-ID.
001984     MOVE SPACES TO NT-PASSWORD.
001985     DISPLAY "ACCTNITE - ENTER OPERATOR ID:".
001986     ACCEPT NT-OPER-ID.
001987     INSPECT NT-OPER-ID CONVERTING
001988         "abcdefghijklmnopqrstuvwxyz" TO
001989         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001990     DISPLAY "ACCTNITE - ENTER PASSWORD:".
001991     ACCEPT NT-PASSWORD.
001992     MOVE NT-OPER-ID  TO NT-HASH-ID.
001993     MOVE NT-PASSWORD TO NT-HASH-PASSWORD.
001994     MOVE SPACES TO NT-PASSWORD.
001995     PERFORM 1150-HASH-PASSWORD
001996         THRU 1150-EXIT.
001997     PERFORM 1120-CHECK-PROFILE
001998         THRU 1120-EXIT.
001999     EVALUATE TRUE
002000         WHEN OPERATOR-SIGNED-ON
002001             DISPLAY "ACCTNITE - OPERATOR " NT-OPER-ID
002002                 " SIGNED ON"
002003         WHEN NT-LOG-ACTION = "DENIED"
002004             DISPLAY "ACCTNITE - OPERATOR " NT-OPER-ID
002005                 " IS NOT AUTHORIZED FOR RUN SEQUENCING"
002006         WHEN OTHER
002007             DISPLAY "ACCTNITE - SIGN-ON REFUSED - INVALID "
002008                 "OPERATOR ID OR PASSWORD"
002009     END-EVALUATE.
002010     MOVE SPACES TO NT-LOG-ACCT-NO.
002011     MOVE SPACES TO NT-LOG-CUST-NO.
002012     PERFORM 8000-WRITE-ACCESS-LOG
002013         THRU 8000-EXIT.
002014 1100-EXIT.
002015     EXIT.
002016*
002017*****************************************************************
002018* 1120-CHECK-PROFILE - READ THE OPERATOR'S PROFILE AND DECIDE
002019* THE SIGN-ON. THE ACCESS LOG ACTION IS LEFT AS SIGNON, SIGNFAIL
002020* OR DENIED, WITH THE REASON FOR A REFUSAL IN THE LOG DETAIL.
002021* THE PROFILE FILE IS OPENED ONLY FOR THE LOOK-UP.
002022*****************************************************************
002023 1120-CHECK-PROFILE.
002024     MOVE "SIGNFAIL" TO NT-LOG-ACTION.
002025     MOVE SPACES TO NT-LOG-DETAIL.
002026     IF NT-OPER-ID = SPACES
002027         MOVE "NO OPERATOR ID" TO NT-LOG-DETAIL
002028         GO TO 1120-EXIT
002029     END-IF.
002030     OPEN INPUT OPER-FILE.
002031     IF NT-OPER-FILE-STATUS NOT = "00"
002032         MOVE "NO PROFILE FILE" TO NT-LOG-DETAIL
002033         GO TO 1120-EXIT
002034     END-IF.
002035     MOVE NT-OPER-ID TO OPR-ID.
002036     READ OPER-FILE
002037         INVALID KEY
002038             MOVE "UNKNOWN OPERATOR" TO NT-LOG-DETAIL
002039     END-READ.
002040     CLOSE OPER-FILE.
002041     IF NT-LOG-DETAIL NOT = SPACES
002042         GO TO 1120-EXIT
002043     END-IF.
002044     IF NOT OPR-IS-ACTIVE
002045         MOVE "OPERATOR INACTIVE" TO NT-LOG-DETAIL
002046         GO TO 1120-EXIT
002047     END-IF.
002048     IF OPR-PASSWORD-HASH NOT = NT-HASH-VALUE
002049         MOVE "WRONG PASSWORD" TO NT-LOG-DETAIL
002050         GO TO 1120-EXIT
002051     END-IF.
002052     IF NOT OPR-RUN-SEQUENCING
002053         MOVE "DENIED" TO NT-LOG-ACTION
002054         MOVE "ROLE NOT ALLOWED - " TO NT-LOG-DETAIL
002055         MOVE OPR-ROLE TO NT-LOG-DETAIL(20:1)
002056         GO TO 1120-EXIT
002057     END-IF.
002058     MOVE "SIGNON" TO NT-LOG-ACTION.
002059     MOVE 'Y' TO NT-SIGNON-SWITCH.
002060 1120-EXIT.
002061     EXIT.
002062*
002063*****************************************************************
002064* 1150-HASH-PASSWORD - WORK THE PASSWORD HASH OVER
002065* NT-HASH-INPUT INTO NT-HASH-VALUE, THE SAME WAY ACCTOPRM
002066* WORKS IT WHEN THE PASSWORD IS SET, AND CLEAR THE INPUT.
002067*****************************************************************
002068 1150-HASH-PASSWORD.
002069     MOVE ZERO TO NT-HASH-WORK.
002070     PERFORM VARYING NT-HASH-SUB FROM 1 BY 1
002071             UNTIL NT-HASH-SUB > 20
002072         MOVE ZERO TO NT-CHAR-VALUE
002073         PERFORM VARYING NT-ALPHA-SUB FROM 1 BY 1
002074                 UNTIL NT-ALPHA-SUB > 80
002075             IF NT-HASH-CHAR(NT-HASH-SUB) =
002076                     NT-ALPHA-CHAR(NT-ALPHA-SUB)
002077                 MOVE NT-ALPHA-SUB TO NT-CHAR-VALUE
002078             END-IF
002079         END-PERFORM
002080         COMPUTE NT-HASH-WORK = (NT-HASH-WORK * 131)
002081             + (NT-CHAR-VALUE * NT-HASH-SUB) + 17
002082         DIVIDE NT-HASH-WORK BY 9999999967
002083             GIVING NT-HASH-QUOT
002084         COMPUTE NT-HASH-WORK = NT-HASH-WORK
002085             - (NT-HASH-QUOT * 9999999967)
002086     END-PERFORM.
002087     MOVE NT-HASH-WORK TO NT-HASH-VALUE.
002088     MOVE SPACES TO NT-HASH-INPUT.
002089 1150-EXIT.
001990     EXIT.
002000*
002010*****************************************************************
002140                 MOVE 'Y' TO NT-RLOG-EOF-SWITCH
002150             NOT AT END
002160                 IF RLOG-BUS-DATE = NT-BUS-DATE
002170                     PERFORM 1550-APPLY-LOG-LINE
002180                         THRU 1550-EXIT
002280                 END-IF
002290         END-READ
002300     END-PERFORM.
002320 1500-EXIT.
002330     EXIT.
002340*
002341*****************************************************************
002342* 1550-APPLY-LOG-LINE - FIND THE LOGGED STEP IN THE SEQUENCE
002343* TABLE BY ITS NAME AND SET ITS STANDING. A NAME NO LONGER IN
002344* THE SEQUENCE IS PASSED OVER (10/15/2026).
002345*****************************************************************
002346 1550-APPLY-LOG-LINE.
002347     MOVE ZERO TO NT-LOG-STEP-NO.
002348     PERFORM VARYING NT-STEP-SUB FROM 1 BY 1
002349             UNTIL NT-STEP-SUB > NT-STEP-COUNT
002350         IF NT-STEP-NAME(NT-STEP-SUB) = RLOG-STEP-NAME
002351             MOVE NT-STEP-SUB TO NT-LOG-STEP-NO
002352         END-IF
002353     END-PERFORM.
002354     IF NT-LOG-STEP-NO = ZERO
002355         GO TO 1550-EXIT
002356     END-IF.
002357     MOVE NT-LOG-STEP-NO   TO NT-JUDGE-STEP-NO.
002358     MOVE RLOG-RETURN-CODE TO NT-JUDGE-RC.
002359     PERFORM 1700-JUDGE-RETURN-CODE
002360         THRU 1700-EXIT.
002361     IF RC-COUNTS-CLEAN
002358         MOVE 'C' TO NT-STEP-STATE(NT-LOG-STEP-NO)
002359     ELSE
002360         MOVE 'F' TO NT-STEP-STATE(NT-LOG-STEP-NO)
002361     END-IF.
002362     MOVE RLOG-RETURN-CODE TO NT-STEP-LAST-RC(NT-LOG-STEP-NO).
002363 1550-EXIT.
002364     EXIT.
002365*
002350*****************************************************************
002360* 1600-FIND-NEXT-STEP - THE NEXT STEP IS THE FIRST ONE NOT YET
002370* STANDING CLEAN. ZERO MEANS THE WHOLE CYCLE IS COMPLETE.
002390 1600-FIND-NEXT-STEP.
002400     MOVE ZERO TO NT-NEXT-STEP.
002410     PERFORM VARYING NT-STEP-SUB FROM 1 BY 1
002420             UNTIL NT-STEP-SUB > NT-STEP-COUNT
002430             OR NT-NEXT-STEP > ZERO
002440         IF NOT STEP-CLEAN(NT-STEP-SUB)
002450             MOVE NT-STEP-SUB TO NT-NEXT-STEP
002490     EXIT.
002500*
002510*****************************************************************
002511* 1700-JUDGE-RETURN-CODE - SAY WHETHER RETURN CODE NT-JUDGE-RC
002512* LEAVES STEP NT-JUDGE-STEP-NO STANDING CLEAN (10/15/2026).
002513*****************************************************************
002514 1700-JUDGE-RETURN-CODE.
002515     MOVE 'N' TO NT-CLEAN-RC-SWITCH.
002516     IF NT-JUDGE-RC = ZERO
002517         MOVE 'Y' TO NT-CLEAN-RC-SWITCH
002518     END-IF.
002519     IF NT-JUDGE-STEP-NO = NT-INTG-STEP-NO
002520             AND NT-JUDGE-RC NOT > NT-INTG-WARNING-RC
002521         MOVE 'Y' TO NT-CLEAN-RC-SWITCH
002522     END-IF.
002523 1700-EXIT.
002524     EXIT.
002525*
002526*****************************************************************
002520* 2000-SAY-NEXT-STEP - TELL THE OPERATOR WHICH STEP TO RUN (OR
002530* RESUME FROM) FOR THE BUSINESS DATE.
002540*****************************************************************
002940     MOVE NT-DONE-RC-X TO NT-DONE-RC.
002950     MOVE ZERO TO NT-DONE-STEP-NO.
002960     PERFORM VARYING NT-STEP-SUB FROM 1 BY 1
002970             UNTIL NT-STEP-SUB > NT-STEP-COUNT
002980         IF NT-STEP-NAME(NT-STEP-SUB) = NT-DONE-STEP
002990             MOVE NT-STEP-SUB TO NT-DONE-STEP-NO
003000         END-IF
003210         MOVE 'Y' TO NT-ERROR-SWITCH
003220         GO TO 3000-EXIT
003230     END-IF.
003240     IF NT-DONE-STEP-NO = NT-BAL-STEP-NO AND NT-DONE-RC = ZERO
003250         PERFORM 3500-CHECK-CERTIFICATE
003260             THRU 3500-EXIT
003270         IF NOT CERT-SAYS-CLEAN
003300             MOVE 8 TO NT-DONE-RC
003310         END-IF
003320     END-IF.
003321     IF NT-DONE-STEP-NO = NT-GL-STEP-NO AND NT-DONE-RC = ZERO
003322         PERFORM 3600-CHECK-GL-CONTROL
003323             THRU 3600-EXIT
003324         IF NOT GLCTL-SAYS-CLEAN
003325             DISPLAY "ACCTNITE - ACCTGLCR.DAT DOES NOT SHOW A "
003326                 "BALANCED GL JOURNAL FOR " NT-BUS-DATE
003327                 " - RECORDED AS FAILED"
003327             MOVE 8 TO NT-DONE-RC
003328         END-IF
003329     END-IF.
003330     IF NT-DONE-STEP-NO = NT-SCHG-STEP-NO AND NT-DONE-RC = ZERO
003331         PERFORM 3700-CHECK-SCHED-LOG
003332             THRU 3700-EXIT
003333         IF NOT SCHL-SAYS-GENERATED
003334             DISPLAY "ACCTNITE - ACCTSCHL.DAT DOES NOT SHOW THE "
003335                 "DATE GENERATED - RECORDED AS FAILED"
003336             MOVE 8 TO NT-DONE-RC
003337         END-IF
003338     END-IF.
003330     PERFORM 3800-WRITE-LOG-LINE
003340         THRU 3800-EXIT.
003344     MOVE NT-DONE-STEP-NO TO NT-JUDGE-STEP-NO.
003348     MOVE NT-DONE-RC      TO NT-JUDGE-RC.
003352     PERFORM 1700-JUDGE-RETURN-CODE
003356         THRU 1700-EXIT.
003360     IF RC-COUNTS-CLEAN
003360         MOVE 'C' TO NT-STEP-STATE(NT-DONE-STEP-NO)
003368         IF NT-DONE-RC NOT = ZERO
003372             DISPLAY "ACCTNITE - " NT-DONE-STEP
003376                 " LISTED EXCEPTIONS (RC " NT-DONE-RC
003380                 ") - ACCEPTED, WORK THE REPORT"
003384         END-IF
003370         PERFORM 2000-SAY-NEXT-STEP
003380             THRU 2000-EXIT
003390     ELSE
003690 3500-EXIT.
003700     EXIT.
003710*
003711*****************************************************************
003712* 3600-CHECK-GL-CONTROL - READ ACCTGLCR.DAT AND LOOK FOR THE
003713* VERDICT LINE ACCTGL WRITES WHEN THE GL JOURNAL BALANCED AND
003714* TIED BACK TO THE POSTING JOURNAL (10/15/2026). THE REPORT
003715* COUNTS ONLY WHEN ITS FIRST HEADING CARRIES THE BUSINESS DATE
003716* (10/15/2026).
003715*****************************************************************
003716 3600-CHECK-GL-CONTROL.
003717     MOVE 'N' TO NT-GLCTL-CLEAN-SWITCH.
003718     MOVE 'N' TO NT-GLCTL-EOF-SWITCH.
003719     OPEN INPUT GLCTL-FILE.
003720     IF NT-GLCTL-FILE-STATUS NOT = "00"
003721         GO TO 3600-EXIT
003722     END-IF.
003723     READ GLCTL-FILE
003724         AT END
003725             MOVE 'Y' TO NT-GLCTL-EOF-SWITCH
003726     END-READ.
003727     IF END-OF-GLCTL-FILE
003728             OR GLCTL-LINE(1:20) NOT = "GL INTERFACE CONTROL"
003729             OR GLCTL-LINE(27:8) NOT = NT-BUS-DATE-X
003730         CLOSE GLCTL-FILE
003721         GO TO 3600-EXIT
003722     END-IF.
003723     PERFORM UNTIL END-OF-GLCTL-FILE
003724         READ GLCTL-FILE
003725             AT END
003726                 MOVE 'Y' TO NT-GLCTL-EOF-SWITCH
003727             NOT AT END
003728                 IF GLCTL-LINE(1:28) =
003729                         "GL JOURNAL BALANCED AND TIED"
003730                     MOVE 'Y' TO NT-GLCTL-CLEAN-SWITCH
003731                 END-IF
003732         END-READ
003733     END-PERFORM.
003734     CLOSE GLCTL-FILE.
003735 3600-EXIT.
003736     EXIT.
003737*
003720*****************************************************************
003721* 3700-CHECK-SCHED-LOG - READ ACCTSCHL.DAT AND LOOK FOR THE LINE
003722* ACCTSCHG WRITES WHEN IT HAS GENERATED THE BUSINESS DATE
003723* (10/15/2026).
003724*****************************************************************
003725 3700-CHECK-SCHED-LOG.
003726     MOVE 'N' TO NT-SCHL-CLEAN-SWITCH.
003727     MOVE 'N' TO NT-SCHL-EOF-SWITCH.
003728     OPEN INPUT SCHED-LOG.
003729     IF NT-SCHL-FILE-STATUS NOT = "00"
003730         GO TO 3700-EXIT
003731     END-IF.
003732     PERFORM UNTIL END-OF-SCHED-LOG
003733         READ SCHED-LOG
003734             AT END
003735                 MOVE 'Y' TO NT-SCHL-EOF-SWITCH
003736             NOT AT END
003737                 IF SCHL-BUS-DATE = NT-BUS-DATE
003738                     MOVE 'Y' TO NT-SCHL-CLEAN-SWITCH
003739                 END-IF
003740         END-READ
003741     END-PERFORM.
003742     CLOSE SCHED-LOG.
003743 3700-EXIT.
003744     EXIT.
003745*
003746*****************************************************************
003730* 3800-WRITE-LOG-LINE - APPEND ONE OUTCOME LINE TO THE RUN LOG.
003740*****************************************************************
003750 3800-WRITE-LOG-LINE.
003950 4000-SHOW-STANDING.
003960     DISPLAY "ACCTNITE - STANDING FOR " NT-BUS-DATE " -".
003970     PERFORM VARYING NT-STEP-SUB FROM 1 BY 1
003980             UNTIL NT-STEP-SUB > NT-STEP-COUNT
003990         EVALUATE TRUE
004000             WHEN STEP-CLEAN(NT-STEP-SUB)
003998                     AND NT-STEP-LAST-RC(NT-STEP-SUB) NOT = ZERO
004002                 DISPLAY "  " NT-STEP-NAME(NT-STEP-SUB)
004006                     " COMPLETED WITH EXCEPTIONS - RC "
004010                     NT-STEP-LAST-RC(NT-STEP-SUB)
004014             WHEN STEP-CLEAN(NT-STEP-SUB)
004010                 DISPLAY "  " NT-STEP-NAME(NT-STEP-SUB)
004020                     " COMPLETED CLEAN"
004030             WHEN STEP-ENDED-BAD(NT-STEP-SUB)
004150     EXIT.
004160*
004170*****************************************************************
004135* 8000-WRITE-ACCESS-LOG - APPEND ONE LINE TO THE ACCESS LOG FOR
004136* THE SIGNED-ON OPERATOR, STAMPED WITH THE DATE AND TIME OF THE
004137* ACCESS. THE ACTION, ACCOUNT, CUSTOMER AND DETAIL ARE SET BY
004138* THE CALLER (10/15/2026).
004139*****************************************************************
004140 8000-WRITE-ACCESS-LOG.
004141     OPEN EXTEND ACCESS-LOG.
004142     IF NT-ALOG-FILE-STATUS NOT = "00"
004143         OPEN OUTPUT ACCESS-LOG
004144     END-IF.
004145     MOVE SPACES TO ACCESS-LOG-REC.
004146     ACCEPT ALOG-STAMP-DATE FROM DATE YYYYMMDD.
004147     ACCEPT ALOG-STAMP-TIME FROM TIME.
004148     MOVE NT-OPER-ID     TO ALOG-OPERATOR.
004149     MOVE "ACCTNITE"  TO ALOG-PROGRAM.
004150     MOVE NT-LOG-ACTION  TO ALOG-ACTION.
004151     MOVE NT-LOG-ACCT-NO TO ALOG-ACCT-NO.
004152     MOVE NT-LOG-CUST-NO TO ALOG-CUST-NO.
004153     MOVE NT-LOG-DETAIL  TO ALOG-DETAIL.
004154     WRITE ACCESS-LOG-REC.
004155     CLOSE ACCESS-LOG.
004156 8000-EXIT.
004157     EXIT.
004160*
004170*****************************************************************
004180* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
004190* A COMMAND WAS REFUSED SO A SCRIPTED CALLER CAN TELL.
004200*****************************************************************
