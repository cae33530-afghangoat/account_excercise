000250*                       ANSWERS INQUIRIES BY ACCOUNT AND DATE
000260*                       RANGE, SO A DISPUTE ABOUT A PAYMENT FROM
000270*                       TWO MONTHS AGO IS NO LONGER UNANSWERABLE.
000271*    10/15/2026  RH     THE INQ MODE NOW REQUIRES AN OPERATOR
000272*                       SIGN-ON AGAINST ACCTOPER.DAT (ACCTOPRM)
000273*                       BY AN ACTIVE HISTORY INQUIRY (H) OPERATOR,
000274*                       ELSE RETURN CODE 8. EACH INQUIRY IS
000275*                       WRITTEN TO THE ACCESS LOG (ACCTALOG.DAT)
000276*                       WITH THE OPERATOR, DATE, TIME, ACCOUNT
000277*                       AND DATE RANGE.
000280*
000290* THE MODE IS KEYED (OR PIPED) TO THE PROGRAM AT START-UP, THE
000300* SAME WAY ACCTVRFY TAKES PRE OR POST:
000370*            CUTOFF DATE TO THE ARCHIVE (ACCTHSTA.DAT) AND
000380*            DELETE IT FROM THE HISTORY.
000390*    INQ   - SHOW AN ACCOUNT'S HISTORY BETWEEN TWO KEYED DATES.
000390*            THE OPERATOR SIGNS ON FIRST AND MUST HOLD THE
000395*            HISTORY INQUIRY ROLE; EVERY INQUIRY IS LOGGED.
000400*
000410* THE HISTORY KEY IS ACCT-NO + RUN DATE + A SEQUENCE NUMBER, SO
000420* SEVERAL POSTINGS TO ONE ACCOUNT ON ONE DAY EACH KEEP THEIR
000600     SELECT FOLD-LOG ASSIGN TO "ACCTHFLD.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS HS-FLOG-FILE-STATUS.
000621     SELECT OPER-FILE ASSIGN TO "ACCTOPER.DAT"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS OPR-ID
000625         FILE STATUS IS HS-OPER-FILE-STATUS.
000626     SELECT ACCESS-LOG ASSIGN TO "ACCTALOG.DAT"
000627         ORGANIZATION IS LINE SEQUENTIAL
000628         FILE STATUS IS HS-ALOG-FILE-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
001290      05  HFLD-FOLD-DATE      PIC 9(08).
001300      05  HFLD-FOLD-TIME      PIC 9(08).
001310*
001302*  OPERATOR PROFILE FILE MAINTAINED BY ACCTOPRM, READ AT SIGN-ON
001303*  (10/15/2026). THE LAYOUT MIRRORS OPER-FIELDS THERE.
001304  FD  OPER-FILE
001305      RECORDING MODE F.
001306  01  OPER-FIELDS.
001307      05  OPR-ID              PIC X(08).
001308      05  OPR-NAME            PIC X(30).
001309      05  OPR-PASSWORD-HASH   PIC 9(10).
001310      05  OPR-ROLE            PIC X(01).
001311          88  OPR-INQUIRY-ONLY            VALUE 'I'.
001312          88  OPR-HISTORY-INQUIRY         VALUE 'H'.
001313          88  OPR-RUN-SEQUENCING          VALUE 'R'.
001314          88  OPR-PROMOTION               VALUE 'P'.
001315      05  OPR-ACTIVE          PIC X(01).
001316          88  OPR-IS-ACTIVE               VALUE 'Y'.
001317      05  OPR-PASSWORD-DATE   PIC 9(08).
001318      05  OPR-SET-UP-DATE     PIC 9(08).
001319      05  OPR-LAST-MAINT      PIC 9(08).
001320*
001321*  ACCESS LOG - ONE LINE PER SIGN-ON AND PER ACCOUNT OR
001322*  CUSTOMER VIEWED, SHARED BY EVERY SIGNING-ON PROGRAM, KEPT
001323*  ACROSS RUNS AND READ BY THE WEEKLY ACCTAUDT REPORT
001324*  (10/15/2026).
001325  FD  ACCESS-LOG
001326      RECORDING MODE F.
001327  01  ACCESS-LOG-REC.
001328      05  ALOG-STAMP-DATE     PIC 9(08).
001329      05  ALOG-STAMP-TIME     PIC 9(08).
001330      05  ALOG-OPERATOR       PIC X(08).
001331      05  ALOG-PROGRAM        PIC X(08).
001332      05  ALOG-ACTION         PIC X(08).
001333      05  ALOG-ACCT-NO        PIC X(08).
001334      05  ALOG-CUST-NO        PIC X(08).
001335      05  ALOG-DETAIL         PIC X(20).
001310*
001320 WORKING-STORAGE SECTION.
001330*
001340*  MODE KEYED AT START-UP.
001810*  RUN STAMP.
001820  77  HS-RUN-DATE             PIC 9(08)   VALUE ZERO.
001830  77  HS-RUN-TIME             PIC 9(08)   VALUE ZERO.
001831*
001832*  SIGN-ON FIELDS (10/15/2026). THE OPERATOR ID IS HELD IN
001833*  UPPER CASE; THE PASSWORD IS CLEARED AS SOON AS IT IS HASHED.
001834  77  HS-OPER-ID              PIC X(08)   VALUE SPACES.
001835  77  HS-PASSWORD             PIC X(12)   VALUE SPACES.
001836  77  HS-OPER-FILE-STATUS     PIC X(02)   VALUE SPACES.
001837  77  HS-ALOG-FILE-STATUS     PIC X(02)   VALUE SPACES.
001838  77  HS-SIGNON-SWITCH        PIC X(01)   VALUE 'N'.
001839      88  OPERATOR-SIGNED-ON              VALUE 'Y'.
001840*
001841*  ACCESS LOG LINE CONTENTS, SET BEFORE 8000-WRITE-ACCESS-LOG.
001842  77  HS-LOG-ACTION           PIC X(08)   VALUE SPACES.
001843  77  HS-LOG-ACCT-NO          PIC X(08)   VALUE SPACES.
001844  77  HS-LOG-CUST-NO          PIC X(08)   VALUE SPACES.
001845  77  HS-LOG-DETAIL           PIC X(20)   VALUE SPACES.
001846*
001847*  PASSWORD HASH WORK FIELDS - THE SAME FIELDS AND ARITHMETIC
001848*  AS ACCTOPRM, WHICH SETS THE HASH ON THE PROFILE.
001849  01  HS-HASH-INPUT.
001850      05  HS-HASH-ID          PIC X(08).
001851      05  HS-HASH-PASSWORD    PIC X(12).
001852  01  HS-HASH-CHARS REDEFINES HS-HASH-INPUT.
001853      05  HS-HASH-CHAR        PIC X(01) OCCURS 20 TIMES.
001854  01  HS-ALPHABET-VALUES.
001855      05  FILLER              PIC X(40) VALUE
001856          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-.#@".
001857      05  FILLER              PIC X(40) VALUE
001858          "abcdefghijklmnopqrstuvwxyz!$%&*+/=?_:;,<".
001859  01  HS-ALPHABET-TABLE REDEFINES HS-ALPHABET-VALUES.
001860      05  HS-ALPHA-CHAR       PIC X(01) OCCURS 80 TIMES.
001861  77  HS-HASH-SUB             PIC 9(02) COMP VALUE ZERO.
001862  77  HS-ALPHA-SUB            PIC 9(02) COMP VALUE ZERO.
001863  77  HS-CHAR-VALUE           PIC 9(02) COMP VALUE ZERO.
001864  77  HS-HASH-WORK            PIC 9(15) COMP VALUE ZERO.
001865  77  HS-HASH-QUOT            PIC 9(15) COMP VALUE ZERO.
001866  77  HS-HASH-VALUE           PIC 9(10)   VALUE ZERO.
001840*
001850 PROCEDURE DIVISION.
001860*
004470*****************************************************************
004480* 4000-HISTORY-INQUIRY - SHOW ONE ACCOUNT'S POSTED HISTORY
004490* BETWEEN TWO KEYED DATES, STARTED DIRECTLY AT THE ACCOUNT'S
004494* FIRST ENTRY IN RANGE. THE OPERATOR MUST SIGN ON FIRST, AND
004501* THE INQUIRY IS WRITTEN TO THE ACCESS LOG (10/15/2026).
004510*****************************************************************
004520 4000-HISTORY-INQUIRY.
004521     PERFORM 4200-SIGN-ON
004522         THRU 4200-EXIT.
004523     IF NOT OPERATOR-SIGNED-ON
004524         MOVE 'Y' TO HS-ERROR-SWITCH
004525         GO TO 4000-EXIT
004526     END-IF.
004530     DISPLAY "ACCTHIST - ENTER ACCOUNT NUMBER:".
004540     ACCEPT HS-WANTED-ACCT-NO.
004550     DISPLAY "ACCTHIST - ENTER FROM DATE (YYYYMMDD):".
004800         THRU 4100-EXIT
004810         UNTIL END-OF-HISTORY.
004820     CLOSE HIST-FILE.
004824     MOVE "HISTORY" TO HS-LOG-ACTION.
004830     IF HS-SHOWN-COUNT = ZERO
004840         DISPLAY "NO HISTORY FOR ACCOUNT " HS-WANTED-ACCT-NO
004850             " BETWEEN " HS-FROM-DATE " AND " HS-TO-DATE
004840         MOVE "NOTFOUND" TO HS-LOG-ACTION
004860     ELSE
004870         DISPLAY HS-SHOWN-COUNT " HISTORY ENTRIES SHOWN"
004880     END-IF.
004856     MOVE HS-WANTED-ACCT-NO TO HS-LOG-ACCT-NO.
004860     MOVE SPACES TO HS-LOG-CUST-NO.
004864     MOVE SPACES TO HS-LOG-DETAIL.
004868     MOVE HS-FROM-DATE TO HS-LOG-DETAIL(1:8).
004872     MOVE "-" TO HS-LOG-DETAIL(9:1).
004876     MOVE HS-TO-DATE TO HS-LOG-DETAIL(10:8).
004880     PERFORM 8000-WRITE-ACCESS-LOG
004884         THRU 8000-EXIT.
004890 4000-EXIT.
004900     EXIT.
004910*
005160     EXIT.
005170*
005180*****************************************************************
005145* 4200-SIGN-ON - TAKE THE OPERATOR ID AND PASSWORD AND CHECK
005146* THEM AGAINST THE OPERATOR PROFILE FILE (10/15/2026). AN
005147* UNKNOWN OR INACTIVE OPERATOR, OR A WRONG PASSWORD, IS REFUSED
005148* WITHOUT SAYING WHICH; AN OPERATOR WHOSE ROLE DOES NOT COVER
005149* THIS WORK IS TOLD SO. EVERY OUTCOME GOES ON THE ACCESS LOG.
005150*****************************************************************
005151 4200-SIGN-ON.
005152     MOVE 'N' TO HS-SIGNON-SWITCH.
005153     MOVE SPACES TO HS-OPER-ID.
005154     MOVE SPACES TO HS-PASSWORD.
005155     DISPLAY "ACCTHIST - ENTER OPERATOR ID:".
005156     ACCEPT HS-OPER-ID.
005157     INSPECT HS-OPER-ID CONVERTING
005158         "abcdefghijklmnopqrstuvwxyz" TO
005159         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005160     DISPLAY "ACCTHIST - ENTER PASSWORD:".
005161     ACCEPT HS-PASSWORD.
005162     MOVE HS-OPER-ID  TO HS-HASH-ID.
005163     MOVE HS-PASSWORD TO HS-HASH-PASSWORD.
005164     MOVE SPACES TO HS-PASSWORD.
005165     PERFORM 4250-HASH-PASSWORD
005166         THRU 4250-EXIT.
005167     PERFORM 4220-CHECK-PROFILE
005168         THRU 4220-EXIT.
005169     EVALUATE TRUE
005170         WHEN OPERATOR-SIGNED-ON
005171             DISPLAY "ACCTHIST - OPERATOR " HS-OPER-ID
005172                 " SIGNED ON"
005173         WHEN HS-LOG-ACTION = "DENIED"
005174             DISPLAY "ACCTHIST - OPERATOR " HS-OPER-ID
005175                 " IS NOT AUTHORIZED FOR HISTORY INQUIRY"
005176         WHEN OTHER
005177             DISPLAY "ACCTHIST - SIGN-ON REFUSED - INVALID "
005178                 "OPERATOR ID OR PASSWORD"
005179     END-EVALUATE.
005180     MOVE SPACES TO HS-LOG-ACCT-NO.
005181     MOVE SPACES TO HS-LOG-CUST-NO.
005182     PERFORM 8000-WRITE-ACCESS-LOG
005183         THRU 8000-EXIT.
005184 4200-EXIT.
005185     EXIT.
005186*
005187*****************************************************************
005188* 4220-CHECK-PROFILE - READ THE OPERATOR'S PROFILE AND DECIDE
005189* THE SIGN-ON. THE ACCESS LOG ACTION IS LEFT AS SIGNON, SIGNFAIL
005190* OR DENIED, WITH THE REASON FOR A REFUSAL IN THE LOG DETAIL.
005191* THE PROFILE FILE IS OPENED ONLY FOR THE LOOK-UP.
005192*****************************************************************
005193 4220-CHECK-PROFILE.
005194     MOVE "SIGNFAIL" TO HS-LOG-ACTION.
005195     MOVE SPACES TO HS-LOG-DETAIL.
005196     IF HS-OPER-ID = SPACES
005197         MOVE "NO OPERATOR ID" TO HS-LOG-DETAIL
005198         GO TO 4220-EXIT
005199     END-IF.
005200     OPEN INPUT OPER-FILE.
005201     IF HS-OPER-FILE-STATUS NOT = "00"
005202         MOVE "NO PROFILE FILE" TO HS-LOG-DETAIL
005203         GO TO 4220-EXIT
005204     END-IF.
005205     MOVE HS-OPER-ID TO OPR-ID.
005206     READ OPER-FILE
005207         INVALID KEY
005208             MOVE "UNKNOWN OPERATOR" TO HS-LOG-DETAIL
005209     END-READ.
005210     CLOSE OPER-FILE.
005211     IF HS-LOG-DETAIL NOT = SPACES
005212         GO TO 4220-EXIT
005213     END-IF.
005214     IF NOT OPR-IS-ACTIVE
005215         MOVE "OPERATOR INACTIVE" TO HS-LOG-DETAIL
005216         GO TO 4220-EXIT
005217     END-IF.
005218     IF OPR-PASSWORD-HASH NOT = HS-HASH-VALUE
005219         MOVE "WRONG PASSWORD" TO HS-LOG-DETAIL
005220         GO TO 4220-EXIT
005221     END-IF.
005222     IF NOT OPR-HISTORY-INQUIRY
005223         MOVE "DENIED" TO HS-LOG-ACTION
005224         MOVE "ROLE NOT ALLOWED - " TO HS-LOG-DETAIL
005225         MOVE OPR-ROLE TO HS-LOG-DETAIL(20:1)
005226         GO TO 4220-EXIT
005227     END-IF.
005228     MOVE "SIGNON" TO HS-LOG-ACTION.
005229     MOVE 'Y' TO HS-SIGNON-SWITCH.
005230 4220-EXIT.
005231     EXIT.
005232*
005233*****************************************************************
005234* 4250-HASH-PASSWORD - WORK THE PASSWORD HASH OVER
005235* HS-HASH-INPUT INTO HS-HASH-VALUE, THE SAME WAY ACCTOPRM
005236* WORKS IT WHEN THE PASSWORD IS SET, AND CLEAR THE INPUT.
005237*****************************************************************
005238 4250-HASH-PASSWORD.
005239     MOVE ZERO TO HS-HASH-WORK.
005240     PERFORM VARYING HS-HASH-SUB FROM 1 BY 1
005241             UNTIL HS-HASH-SUB > 20
005242         MOVE ZERO TO HS-CHAR-VALUE
005243         PERFORM VARYING HS-ALPHA-SUB FROM 1 BY 1
005244                 UNTIL HS-ALPHA-SUB > 80
005245             IF HS-HASH-CHAR(HS-HASH-SUB) =
005246                     HS-ALPHA-CHAR(HS-ALPHA-SUB)
005247                 MOVE HS-ALPHA-SUB TO HS-CHAR-VALUE
005248             END-IF
005249         END-PERFORM
005250         COMPUTE HS-HASH-WORK = (HS-HASH-WORK * 131)
005251             + (HS-CHAR-VALUE * HS-HASH-SUB) + 17
005252         DIVIDE HS-HASH-WORK BY 9999999967
005253             GIVING HS-HASH-QUOT
005254         COMPUTE HS-HASH-WORK = HS-HASH-WORK
005255             - (HS-HASH-QUOT * 9999999967)
005256     END-PERFORM.
005257     MOVE HS-HASH-WORK TO HS-HASH-VALUE.
005258     MOVE SPACES TO HS-HASH-INPUT.
005259 4250-EXIT.
005260     EXIT.
005261*
005262*****************************************************************
005263* 8000-WRITE-ACCESS-LOG - APPEND ONE LINE TO THE ACCESS LOG FOR
005264* THE SIGNED-ON OPERATOR, STAMPED WITH THE DATE AND TIME OF THE
005265* ACCESS. THE ACTION, ACCOUNT, CUSTOMER AND DETAIL ARE SET BY
005266* THE CALLER (10/15/2026).
005267*****************************************************************
005268 8000-WRITE-ACCESS-LOG.
005269     OPEN EXTEND ACCESS-LOG.
005270     IF HS-ALOG-FILE-STATUS NOT = "00"
005271         OPEN OUTPUT ACCESS-LOG
005272     END-IF.
005273     MOVE SPACES TO ACCESS-LOG-REC.
005274     ACCEPT ALOG-STAMP-DATE FROM DATE YYYYMMDD.
005275     ACCEPT ALOG-STAMP-TIME FROM TIME.
005276     MOVE HS-OPER-ID     TO ALOG-OPERATOR.
005277     MOVE "ACCTHIST"  TO ALOG-PROGRAM.
005278     MOVE HS-LOG-ACTION  TO ALOG-ACTION.
005279     MOVE HS-LOG-ACCT-NO TO ALOG-ACCT-NO.
005280     MOVE HS-LOG-CUST-NO TO ALOG-CUST-NO.
005281     MOVE HS-LOG-DETAIL  TO ALOG-DETAIL.
005282     WRITE ACCESS-LOG-REC.
005283     CLOSE ACCESS-LOG.
005284 8000-EXIT.
005285     EXIT.
005170*
005180*****************************************************************
005190* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
005200* ANYTHING WENT WRONG SO THE JOB STREAM CAN HOLD.
005210*****************************************************************
