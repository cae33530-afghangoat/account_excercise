000010*****************************************************************
000020* ACCT-CLRV
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTCLRV.
000060 AUTHOR. R-HENDRICKS.
000070 INSTALLATION. ACCOUNT-SERVICES-DATA-CENTER.
000080 DATE-WRITTEN. 10/15/2026.
000090 DATE-COMPILED.
000100*
000110*****************************************************************
000120* MODIFICATION HISTORY
000130*****************************************************************
000140*    DATE        INIT   DESCRIPTION
000150*    ----------  -----  -----------------------------------------
000160*    10/15/2026  RH     ORIGINAL PROGRAM - QUARTERLY CREDIT-LIMIT
000170*                       REVIEW. CREDIT LIMITS ONLY EVER CHANGED
000180*                       WHEN SOMEONE KEYED A 'C' TRANSACTION BY
000190*                       HAND, SO GOOD PAYERS WERE NEVER RAISED
000200*                       AND CHRONIC OVER-LIMIT ACCOUNTS WERE
000210*                       NEVER CUT. THIS RUN SCORES EVERY ACTIVE
000220*                       ACCOUNT ON ITS PAYMENT PATTERN (ACCTHST),
000230*                       ITS AGING BUCKET (AGED THE WAY ACCTAGE
000240*                       AGES IT), ITS OVER-LIMIT EXCEPTIONS
000250*                       (ACCTEXHS, KEPT BY HELLO-WORLD) AND ITS
000260*                       UTILIZATION OF ACCT-LIMIT, AND LISTS EACH
000270*                       PROPOSED RAISE OR CUT ON A RECOMMENDATION
000280*                       REGISTER (ACCTCLRR.DAT). THE LINES CREDIT
000290*                       APPROVES ARE WRITTEN AS A PROVEN 'C'
000300*                       (CHANGE) BATCH TO ACCTTRAN.DAT FOR THE
000310*                       NORMAL ACCTMAINT / ACCTCOMP / ACCTPROM
000320*                       CYCLE.
000330*
000340* THE MODE IS KEYED (OR PIPED) TO THE PROGRAM AT START-UP, THE
000350* SAME WAY ACCTCHGO TAKES LIST OR APPR:
000360*    REVW - SCORE EVERY ACTIVE ACCOUNT OVER THE LAST
000370*           CL-REVIEW-MONTHS MONTHS. EACH PROPOSED CHANGE GOES ON
000380*           THE REGISTER AND ON THE PENDING FILE (ACCTCLRP.DAT),
000390*           WHICH REPLACES ANY EARLIER UNAPPROVED REVIEW.
000400*    APPR - CREDIT HAS MARKED UP THE REGISTER. THE APPROVED LINES
000410*           ARE KEYED TO ACCTCLRA.DAT (ACCOUNT, REVIEW DATE AND
000420*           APPROVER), ONE PER LINE. EVERY PENDING LINE WITH A
000430*           MATCHING APPROVAL IS WRITTEN TO ACCTTRAN.DAT AS A 'C'
000440*           TRANSACTION INSIDE ITS OWN 'H'/'T' BATCH; THE REST
000450*           ARE DROPPED. THE OUTCOME OF EVERY LINE IS LISTED ON
000460*           ACCTCLRL.DAT AND THE PENDING FILE IS EMPTIED SO THE
000470*           SAME REVIEW CANNOT BE APPROVED TWICE.
000480*
000490* SCORING. EACH FACTOR ADDS OR TAKES AWAY POINTS:
000500*    PAYMENTS IN THE PERIOD  - 3 OR MORE +2, 1 OR 2 +1, NONE
000510*                              WHILE OWING -2.
000520*    RETURNED PAYMENTS       - -3 FOR EACH ACCTNSF REVERSAL.
000530*    AGING BUCKET            - CURRENT +1, 30-59 0, 60-89 -2,
000540*                              90+ (OR UNDATED) -4.
000550*    OVER-LIMIT EXCEPTIONS   - NONE +1, 1 OR 2 -1, 3 OR MORE -3.
000560*    UTILIZATION             - UNDER 30% +1, 30-79% 0, 80-99% -1,
000570*                              100% OR MORE -2.
000580* A SCORE OF CL-RAISE-SCORE OR BETTER, WITH NO RETURNED PAYMENT,
000590* NO EXCEPTION AND A CURRENT AGING, PROPOSES A RAISE OF
000600* CL-RAISE-PCT PERCENT (TO THE HUNDRED BELOW, CAPPED AT
000610* CL-MAXIMUM-LIMIT). A SCORE OF CL-CUT-SCORE OR WORSE PROPOSES A
000620* CUT TO CL-CUT-PCT PERCENT OF THE LIMIT, NEVER BELOW WHAT THE
000630* ACCOUNT ALREADY OWES (TO THE HUNDRED ABOVE). EVERYTHING ELSE
000640* IS LEFT AS IT IS AND ONLY COUNTED.
000650*
000660* THE 'C' IMAGE IS THE MASTER RECORD AS IT STANDS AT APPROVAL,
000670* WITH ONLY THE LIMIT CHANGED, SO APPR IS RUN IN THE SAME DAY AS
000680* THE ACCTMAINT CYCLE THAT APPLIES IT. A LINE WHOSE ACCOUNT IS NO
000690* LONGER ACTIVE, OR WHOSE LIMIT HAS CHANGED SINCE THE REVIEW, IS
000700* NOT QUEUED.
000710*
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750*
000760     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS ACCT-NO
000800         FILE STATUS IS CL-ACCT-FILE-STATUS.
000810     SELECT HIST-FILE ASSIGN TO "ACCTHST.DAT"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS HST-KEY
000850         FILE STATUS IS CL-HIST-FILE-STATUS.
000860     SELECT EXHIST-FILE ASSIGN TO "ACCTEXHS.DAT"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS EXH-KEY
000900         FILE STATUS IS CL-EXHS-FILE-STATUS.
000910     SELECT PENDING-FILE ASSIGN TO "ACCTCLRP.DAT"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS CL-PEND-FILE-STATUS.
000940     SELECT APPROVAL-FILE ASSIGN TO "ACCTCLRA.DAT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS CL-APPR-FILE-STATUS.
000970     SELECT TRAN-OUT ASSIGN TO "ACCTTRAN.DAT"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS CL-TRAN-FILE-STATUS.
001000     SELECT REGISTER-FILE ASSIGN TO "ACCTCLRR.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020     SELECT LISTING-FILE ASSIGN TO "ACCTCLRL.DAT"
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070*
001080*  KEYED ACCT-REC MASTER, READ IN KEY SEQUENCE FOR THE REVIEW
001090*  AND BY KEY FOR THE IMAGE CARRIED ON EACH CHANGE.
001100  FD  ACCT-REC
001110      RECORDING MODE F.
001120  01  ACCT-FIELDS.
001130      05  ACCT-NO             PIC X(8).
001140      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001150      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001160      05  LAST-NAME           PIC X(15).
001170      05  FIRST-NAME          PIC X(15).
001180      05  RESERVED            PIC X(7).
001190      05  ACCT-LAST-ACTIVITY REDEFINES RESERVED
001200                              PIC 9(7).
001210      05  COUNTRY             PIC X(20).
001220      05  COMMENTS            PIC X(30).
001230      05  ACCT-STATUS         PIC X(01).
001240          88  ACCT-ACTIVE                 VALUE 'A' ' '.
001250*
001260*  PERMANENT TRANSACTION HISTORY KEPT BY ACCTHIST. THE LAYOUT
001270*  MIRRORS HIST-FIELDS THERE.
001280  FD  HIST-FILE
001290      RECORDING MODE F.
001300  01  HIST-FIELDS.
001310      05  HST-KEY.
001320          10  HST-ACCT-NO     PIC X(08).
001330          10  HST-RUN-DATE    PIC 9(08).
001340          10  HST-SEQ         PIC 9(04).
001350      05  HST-TRAN-CODE       PIC X(01).
001360          88  HST-PAYMENT                 VALUE 'P'.
001370          88  HST-CHARGE                  VALUE 'C'.
001380          88  HST-ADJUSTMENT              VALUE 'J'.
001390      05  HST-PRIOR-BAL       PIC S9(7)V99
001400                              SIGN IS TRAILING SEPARATE.
001410      05  HST-AMOUNT          PIC S9(7)V99
001420                              SIGN IS TRAILING SEPARATE.
001430      05  HST-NEW-BAL         PIC S9(7)V99
001440                              SIGN IS TRAILING SEPARATE.
001450      05  HST-REFERENCE       PIC X(20).
001460*
001470*  OVER-LIMIT EXCEPTION HISTORY KEPT BY HELLO-WORLD. THE LAYOUT
001480*  MIRRORS EXHIST-REC THERE.
001490  FD  EXHIST-FILE
001500      RECORDING MODE F.
001510  01  EXHIST-REC.
001520      05  EXH-KEY.
001530          10  EXH-ACCT-NO     PIC X(08).
001540          10  EXH-RUN-DATE    PIC 9(08).
001550      05  EXH-LIMIT           PIC S9(7)V99 COMP-3.
001560      05  EXH-BALANCE         PIC S9(7)V99 COMP-3.
001570      05  EXH-OVERAGE         PIC S9(7)V99 COMP-3.
001580*
001590*  PROPOSED LIMIT CHANGES AWAITING CREDIT APPROVAL.
001600  FD  PENDING-FILE
001610      RECORDING MODE F.
001620  01  PENDING-REC.
001630      05  PND-ACCT-NO         PIC X(08).
001640      05  PND-REVIEW-DATE     PIC 9(08).
001650      05  PND-ACTION          PIC X(01).
001660          88  PND-RAISE                   VALUE 'R'.
001670          88  PND-CUT                     VALUE 'L'.
001680      05  PND-CURR-LIMIT      PIC S9(7)V99 COMP-3.
001690      05  PND-NEW-LIMIT       PIC S9(7)V99 COMP-3.
001700      05  PND-SCORE           PIC S9(03)
001710                              SIGN IS TRAILING SEPARATE.
001720      05  PND-REASON          PIC X(24).
001730*
001740*  CREDIT'S APPROVALS, ONE LINE PER APPROVED REGISTER LINE.
001750  FD  APPROVAL-FILE
001760      RECORDING MODE F.
001770  01  APPROVAL-REC.
001780      05  APV-ACCT-NO         PIC X(08).
001790      05  APV-REVIEW-DATE     PIC 9(08).
001800      05  APV-APPROVED-BY     PIC X(08).
001810*
001820*  MAINTENANCE TRANSACTION FILE READ BY ACCTMAINT. THE LAYOUTS
001830*  MIRROR TRAN-IN-REC AND THE BATCH HEADER AND TRAILER THERE;
001840*  EACH APPROVED LINE IS APPENDED AS A C TRANSACTION.
001850  FD  TRAN-OUT
001860      RECORDING MODE F.
001870  01  TRAN-OUT-REC.
001880      05  TOUT-ACTION-CODE    PIC X(01).
001890      05  TOUT-MASTER-IMAGE   PIC X(106).
001900  01  TRAN-BATCH-HDR-REC.
001910      05  TBH-REC-CODE        PIC X(01).
001920      05  TBH-BATCH-DATE      PIC 9(08).
001930      05  TBH-SOURCE-ID       PIC X(08).
001940      05  FILLER              PIC X(90).
001950  01  TRAN-BATCH-TRL-REC.
001960      05  TBT-REC-CODE        PIC X(01).
001970      05  TBT-RECORD-COUNT    PIC 9(07).
001980      05  TBT-HASH-TOTAL      PIC S9(9)V99
001990                              SIGN IS TRAILING SEPARATE.
002000      05  FILLER              PIC X(87).
002010*
002020*****************************************************************
002030* REGISTER-FILE - THE RECOMMENDATION REGISTER PUT BEFORE CREDIT.
002040* SEVERAL 01-LEVEL RECORDS SHARE THE SAME FD, THE SAME WAY THE
002050* ACCTAGE REPORT IS BUILT.
002060*****************************************************************
002070  FD  REGISTER-FILE
002080      RECORDING MODE F.
002090  01  REG-PAGE-HDR-LINE.
002100      05  FILLER              PIC X(26) VALUE
002110          "CREDIT-LIMIT REVIEW AS OF ".
002120      05  REGH-DATE-O         PIC 9(8).
002130      05  FILLER              PIC X(7)  VALUE "   PAGE".
002140      05  FILLER              PIC X(1)  VALUE SPACE.
002150      05  REGH-PAGE-O         PIC ZZZ9.
002160      05  FILLER              PIC X(74).
002170  01  REG-COLUMN-LINE         PIC X(120).
002180  01  REG-DETAIL-LINE.
002190      05  REGD-ACCT-NO-O      PIC X(8).
002200      05  FILLER              PIC X(1)  VALUE SPACE.
002210      05  REGD-LAST-NAME-O    PIC X(15).
002220      05  FILLER              PIC X(1)  VALUE SPACE.
002230      05  REGD-PAYMENTS-O     PIC ZZ9.
002240      05  FILLER              PIC X(1)  VALUE SPACE.
002250      05  REGD-NSF-O          PIC ZZ9.
002260      05  FILLER              PIC X(1)  VALUE SPACE.
002270      05  REGD-AGE-O          PIC X(7).
002280      05  FILLER              PIC X(1)  VALUE SPACE.
002290      05  REGD-EXCEPTIONS-O   PIC ZZ9.
002300      05  FILLER              PIC X(1)  VALUE SPACE.
002310      05  REGD-UTIL-O         PIC ZZZ9.
002320      05  FILLER              PIC X(1)  VALUE SPACE.
002330      05  REGD-SCORE-O        PIC -ZZ9.
002340      05  FILLER              PIC X(2)  VALUE SPACES.
002350      05  REGD-CURR-LIMIT-O   PIC Z,ZZZ,ZZ9.99.
002360      05  FILLER              PIC X(2)  VALUE SPACES.
002370      05  REGD-NEW-LIMIT-O    PIC Z,ZZZ,ZZ9.99.
002380      05  FILLER              PIC X(2)  VALUE SPACES.
002390      05  REGD-ACTION-O       PIC X(5).
002400      05  FILLER              PIC X(1)  VALUE SPACE.
002410      05  REGD-REASON-O       PIC X(24).
002420  01  REG-TOTAL-LINE.
002430      05  REGT-LABEL-O        PIC X(24).
002440      05  REGT-COUNT-O        PIC ZZZ,ZZ9.
002450      05  FILLER              PIC X(2)  VALUE SPACES.
002460      05  REGT-AMOUNT-LBL-O   PIC X(15).
002470      05  REGT-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
002480      05  FILLER              PIC X(60).
002490  01  REG-TEXT-LINE           PIC X(120).
002500*
002510*  APPROVAL LISTING - THE OUTCOME OF EVERY PENDING LINE AND OF
002520*  EVERY APPROVAL THAT MATCHED NO PENDING LINE.
002530  FD  LISTING-FILE
002540      RECORDING MODE F.
002550  01  LST-DETAIL-LINE.
002560      05  LSTD-ACCT-NO-O      PIC X(8).
002570      05  FILLER              PIC X(2)  VALUE SPACES.
002580      05  LSTD-CURR-LIMIT-O   PIC Z,ZZZ,ZZ9.99.
002590      05  FILLER              PIC X(2)  VALUE SPACES.
002600      05  LSTD-NEW-LIMIT-O    PIC Z,ZZZ,ZZ9.99.
002610      05  FILLER              PIC X(2)  VALUE SPACES.
002620      05  LSTD-APPROVED-BY-O  PIC X(8).
002630      05  FILLER              PIC X(2)  VALUE SPACES.
002640      05  LSTD-OUTCOME-O      PIC X(40).
002650      05  FILLER              PIC X(32).
002660  01  LST-TOTAL-LINE.
002670      05  LSTT-LABEL-O        PIC X(24).
002680      05  LSTT-COUNT-O        PIC ZZZ,ZZ9.
002690      05  FILLER              PIC X(89).
002700  01  LST-TEXT-LINE           PIC X(120).
002710*
002720 WORKING-STORAGE SECTION.
002730*
002740*  MODE KEYED AT START-UP.
002750  77  CL-MODE                 PIC X(04)   VALUE SPACES.
002760      88  REVIEW-MODE                     VALUE 'REVW'.
002770      88  APPROVE-MODE                    VALUE 'APPR'.
002780*
002790*  END-OF-FILE SWITCHES.
002800  77  CL-ACCT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002810      88  END-OF-ACCT-FILE                VALUE 'Y'.
002820  77  CL-HIST-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002830      88  END-OF-ACCOUNT-HISTORY          VALUE 'Y'.
002840  77  CL-EXHS-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002850      88  END-OF-ACCOUNT-EXCEPTIONS       VALUE 'Y'.
002860  77  CL-PEND-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002870      88  END-OF-PENDING-FILE             VALUE 'Y'.
002880  77  CL-APPR-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002890      88  END-OF-APPROVAL-FILE            VALUE 'Y'.
002900*
002910*  FILE STATUS FIELDS. THE HISTORY AND EXCEPTION FILES ARE
002920*  OPTIONAL; AN ACCOUNT SIMPLY SCORES NOTHING FOR A FILE THAT IS
002930*  NOT THERE. THE TRANSACTION FILE IS APPENDED TO.
002940  77  CL-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002950  77  CL-HIST-FILE-STATUS     PIC X(02)   VALUE SPACES.
002960  77  CL-EXHS-FILE-STATUS     PIC X(02)   VALUE SPACES.
002970  77  CL-PEND-FILE-STATUS     PIC X(02)   VALUE SPACES.
002980  77  CL-APPR-FILE-STATUS     PIC X(02)   VALUE SPACES.
002990  77  CL-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
003000  77  CL-HIST-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
003010      88  HIST-FILE-ON-HAND               VALUE 'Y'.
003020  77  CL-EXHS-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
003030      88  EXHIST-FILE-ON-HAND             VALUE 'Y'.
003040  77  CL-TRAN-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
003050      88  CHANGE-BATCH-OPEN               VALUE 'Y'.
003060*
003070*  ERROR FLAG - DECIDES THE RETURN CODE AT END OF STEP.
003080  77  CL-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
003090      88  STEP-FAILED                     VALUE 'Y'.
003100*
003110*  REVIEW POLICY. THE PERIOD RUNS BACK CL-REVIEW-MONTHS CALENDAR
003120*  MONTHS FROM THE RUN DATE.
003130  77  CL-REVIEW-MONTHS        PIC 9(02)   VALUE 3.
003140  77  CL-RAISE-SCORE          PIC S9(03)  VALUE +4.
003150  77  CL-CUT-SCORE            PIC S9(03)  VALUE -4.
003160  77  CL-RAISE-PCT            PIC 9(03)   VALUE 20.
003170  77  CL-CUT-PCT              PIC 9(03)   VALUE 75.
003180  77  CL-MAXIMUM-LIMIT        PIC S9(7)V99 COMP-3 VALUE 50000.00.
003190*
003200*  RUN DATES - CALENDAR FORM FOR THE HEADINGS, THE BATCH AND THE
003210*  HISTORY KEYS, YYYYDDD FORM FOR THE DAY ARITHMETIC.
003220  77  CL-RUN-DATE             PIC 9(08)   VALUE ZERO.
003230  77  CL-RUN-DAY              PIC 9(07)   VALUE ZERO.
003240  77  CL-TODAY-DAYS           PIC S9(09) COMP VALUE ZERO.
003250  01  CL-PERIOD-START-DATE.
003260      05  CL-PERIOD-YYYY      PIC 9(04).
003270      05  CL-PERIOD-MM        PIC 9(02).
003280      05  CL-PERIOD-DD        PIC 9(02).
003290  01  CL-PERIOD-START REDEFINES CL-PERIOD-START-DATE
003300                              PIC 9(08).
003310*
003320*  YYYYDDD-TO-DAY-COUNT WORK FIELDS (2700-DATE-TO-DAYS), THE SAME
003330*  ARITHMETIC ACCTAGE USES.
003340  77  CL-DATE-IN              PIC 9(07)   VALUE ZERO.
003350  77  CL-DAYS-OUT             PIC S9(09) COMP VALUE ZERO.
003360  77  CL-WORK-YEAR            PIC 9(04) COMP VALUE ZERO.
003370  77  CL-WORK-DDD             PIC 9(03) COMP VALUE ZERO.
003380  77  CL-WORK-YM1             PIC 9(04) COMP VALUE ZERO.
003390  77  CL-WORK-LEAPS           PIC S9(09) COMP VALUE ZERO.
003400  77  CL-WORK-Q4              PIC 9(04) COMP VALUE ZERO.
003410  77  CL-WORK-Q100            PIC 9(04) COMP VALUE ZERO.
003420  77  CL-WORK-Q400            PIC 9(04) COMP VALUE ZERO.
003430  77  CL-WORK-REM             PIC 9(04) COMP VALUE ZERO.
003440*
003450*  SCORING WORK FIELDS FOR THE ACCOUNT IN HAND.
003460  77  CL-PAYMENT-COUNT        PIC 9(03) COMP VALUE ZERO.
003470  77  CL-NSF-COUNT            PIC 9(03) COMP VALUE ZERO.
003480  77  CL-EXCEPTION-COUNT      PIC 9(03) COMP VALUE ZERO.
003490  77  CL-AGE-BUCKET           PIC 9(01)   VALUE ZERO.
003500  77  CL-DAYS-IDLE            PIC S9(09) COMP VALUE ZERO.
003510  77  CL-OWED-AMT             PIC S9(7)V99 COMP-3 VALUE ZERO.
003520  77  CL-UTIL-PCT             PIC 9(05) COMP VALUE ZERO.
003530  77  CL-SCORE                PIC S9(03) COMP VALUE ZERO.
003540  77  CL-NEW-LIMIT            PIC S9(7)V99 COMP-3 VALUE ZERO.
003550  77  CL-FLOOR-LIMIT          PIC S9(7)V99 COMP-3 VALUE ZERO.
003560  77  CL-HUNDREDS             PIC 9(07) COMP VALUE ZERO.
003570  77  CL-HUNDREDS-REM         PIC S9(7)V99 COMP-3 VALUE ZERO.
003580  77  CL-ACTION               PIC X(01)   VALUE SPACE.
003590      88  PROPOSE-RAISE                   VALUE 'R'.
003600      88  PROPOSE-CUT                     VALUE 'L'.
003610      88  PROPOSE-NOTHING                 VALUE SPACE.
003620  77  CL-REASON               PIC X(24)   VALUE SPACES.
003630*
003640*  APPROVALS TABLE, LOADED FROM ACCTCLRA.DAT FOR THE APPR RUN.
003650  77  CL-APV-MAX              PIC 9(05) COMP VALUE 2000.
003660  77  CL-APV-COUNT            PIC 9(05) COMP VALUE ZERO.
003670  77  CL-APV-SUB              PIC 9(05) COMP VALUE ZERO.
003680  77  CL-APV-FOUND-SUB        PIC 9(05) COMP VALUE ZERO.
003690  01  CL-APV-TABLE.
003700      05  CL-APV-ENTRY OCCURS 2000 TIMES.
003710          10  CL-APV-ACCT-NO  PIC X(08).
003720          10  CL-APV-DATE     PIC 9(08).
003730          10  CL-APV-BY       PIC X(08).
003740          10  CL-APV-USED     PIC X(01).
003750*
003760*  BATCH CONTROL ACCUMULATORS FOR THE TRAILER.
003770  77  CL-BATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
003780  77  CL-BATCH-HASH           PIC S9(9)V99 COMP-3 VALUE ZERO.
003790*
003800*  RUN CONTROL TOTALS.
003810  77  CL-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003820  77  CL-REVIEWED-COUNT       PIC 9(7) COMP VALUE ZERO.
003830  77  CL-NOT-REVIEWED-COUNT   PIC 9(7) COMP VALUE ZERO.
003840  77  CL-RAISE-COUNT          PIC 9(7) COMP VALUE ZERO.
003850  77  CL-RAISE-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
003860  77  CL-CUT-COUNT            PIC 9(7) COMP VALUE ZERO.
003870  77  CL-CUT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
003880  77  CL-HELD-COUNT           PIC 9(7) COMP VALUE ZERO.
003890  77  CL-PENDING-COUNT        PIC 9(7) COMP VALUE ZERO.
003900  77  CL-QUEUED-COUNT         PIC 9(7) COMP VALUE ZERO.
003910  77  CL-DECLINED-COUNT       PIC 9(7) COMP VALUE ZERO.
003920  77  CL-SKIPPED-COUNT        PIC 9(7) COMP VALUE ZERO.
003930  77  CL-UNMATCHED-COUNT      PIC 9(7) COMP VALUE ZERO.
003940*
003950*  PAGINATION WORK FIELDS. THE PAGE BREAKS AFTER CL-PAGE-LIMIT
003960*  REGISTER LINES.
003970  77  CL-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
003980  77  CL-PAGE-NO              PIC 9(4) COMP VALUE ZERO.
003990  77  CL-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
004000*
004010 PROCEDURE DIVISION.
004020*
004030*****************************************************************
004040* 0000-MAINLINE - OVERALL CONTROL OF THE STEP.
004050*****************************************************************
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE
004080         THRU 1000-EXIT.
004090     EVALUATE TRUE
004100         WHEN REVIEW-MODE
004110             PERFORM 2000-REVIEW-ACCOUNTS
004120                 THRU 2000-EXIT
004130         WHEN APPROVE-MODE
004140             PERFORM 3000-APPROVE-CHANGES
004150                 THRU 3000-EXIT
004160         WHEN OTHER
004170             DISPLAY "ACCTCLRV - UNKNOWN MODE '" CL-MODE
004180                 "' - KEY REVW OR APPR"
004190             MOVE 'Y' TO CL-ERROR-SWITCH
004200     END-EVALUATE.
004210     PERFORM 9000-SET-RETURN-CODE
004220         THRU 9000-EXIT.
004230     STOP RUN.
004240*
004250*****************************************************************
004260* 1000-INITIALIZE - STAMP THE STEP, WORK OUT WHERE THE REVIEW
004270* PERIOD STARTS AND GET THE MODE FROM THE OPERATOR OR THE JOB
004280* STREAM.
004290*****************************************************************
004300 1000-INITIALIZE.
004310     ACCEPT CL-RUN-DATE FROM DATE YYYYMMDD.
004320     ACCEPT CL-RUN-DAY FROM DAY YYYYDDD.
004330     MOVE CL-RUN-DAY TO CL-DATE-IN.
004340     PERFORM 2700-DATE-TO-DAYS
004350         THRU 2700-EXIT.
004360     MOVE CL-DAYS-OUT TO CL-TODAY-DAYS.
004370     MOVE CL-RUN-DATE TO CL-PERIOD-START.
004380     IF CL-PERIOD-MM > CL-REVIEW-MONTHS
004390         SUBTRACT CL-REVIEW-MONTHS FROM CL-PERIOD-MM
004400     ELSE
004410         ADD 12 TO CL-PERIOD-MM
004420         SUBTRACT CL-REVIEW-MONTHS FROM CL-PERIOD-MM
004430         SUBTRACT 1 FROM CL-PERIOD-YYYY
004440     END-IF.
004450     ACCEPT CL-MODE.
004460     INSPECT CL-MODE CONVERTING
004470         "abcdefghijklmnopqrstuvwxyz" TO
004480         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004490 1000-EXIT.
004500     EXIT.
004510*
004520*****************************************************************
004530* 2000-REVIEW-ACCOUNTS - READ THE MASTER, SCORE EVERY ACTIVE
004540* ACCOUNT AND LIST EACH PROPOSED CHANGE ON THE REGISTER AND THE
004550* PENDING FILE.
004560*****************************************************************
004570 2000-REVIEW-ACCOUNTS.
004580     OPEN INPUT ACCT-REC.
004590     IF CL-ACCT-FILE-STATUS NOT = "00"
004600         DISPLAY "ACCTCLRV - CANNOT OPEN ACCTREC.DAT - STATUS "
004610             CL-ACCT-FILE-STATUS
004620         MOVE 'Y' TO CL-ERROR-SWITCH
004630         GO TO 2000-EXIT
004640     END-IF.
004650     OPEN INPUT HIST-FILE.
004660     IF CL-HIST-FILE-STATUS = "00"
004670         MOVE 'Y' TO CL-HIST-ON-HAND-SWITCH
004680     ELSE
004690         DISPLAY "ACCTCLRV - NO HISTORY FILE (ACCTHST.DAT) - "
004700             "PAYMENTS NOT SCORED"
004710     END-IF.
004720     OPEN INPUT EXHIST-FILE.
004730     IF CL-EXHS-FILE-STATUS = "00"
004740         MOVE 'Y' TO CL-EXHS-ON-HAND-SWITCH
004750     ELSE
004760         DISPLAY "ACCTCLRV - NO EXCEPTION HISTORY (ACCTEXHS.DAT)"
004770             " - OVER-LIMIT RUNS NOT SCORED"
004780     END-IF.
004790     OPEN OUTPUT PENDING-FILE.
004800     OPEN OUTPUT REGISTER-FILE.
004810     PERFORM 2650-WRITE-PAGE-HEADING
004820         THRU 2650-EXIT.
004830     PERFORM 2100-READ-ACCOUNT
004840         THRU 2100-EXIT.
004850     PERFORM UNTIL END-OF-ACCT-FILE
004860         PERFORM 2200-REVIEW-ONE-ACCOUNT
004870             THRU 2200-EXIT
004880         PERFORM 2100-READ-ACCOUNT
004890             THRU 2100-EXIT
004900     END-PERFORM.
004910     PERFORM 2800-WRITE-REGISTER-TOTALS
004920         THRU 2800-EXIT.
004930     CLOSE ACCT-REC.
004940     IF HIST-FILE-ON-HAND
004950         CLOSE HIST-FILE
004960     END-IF.
004970     IF EXHIST-FILE-ON-HAND
004980         CLOSE EXHIST-FILE
004990     END-IF.
005000     CLOSE PENDING-FILE.
005010     CLOSE REGISTER-FILE.
005020     DISPLAY "ACCTCLRV REVIEW TOTALS -".
005030     DISPLAY "  ACCOUNTS READ     : " CL-READ-COUNT.
005040     DISPLAY "  ACCOUNTS REVIEWED : " CL-REVIEWED-COUNT.
005050     DISPLAY "  NOT REVIEWED      : " CL-NOT-REVIEWED-COUNT.
005060     DISPLAY "  RAISES PROPOSED   : " CL-RAISE-COUNT.
005070     DISPLAY "  CUTS PROPOSED     : " CL-CUT-COUNT.
005080     DISPLAY "  LEFT AS THEY ARE  : " CL-HELD-COUNT.
005090     DISPLAY "ACCTCLRV - REGISTER IS ACCTCLRR.DAT - KEY THE "
005100         "APPROVED LINES TO ACCTCLRA.DAT AND RUN APPR".
005110 2000-EXIT.
005120     EXIT.
005130*
005140*****************************************************************
005150* 2100-READ-ACCOUNT - READ THE NEXT RECORD FROM ACCT-REC.
005160*****************************************************************
005170 2100-READ-ACCOUNT.
005180     READ ACCT-REC NEXT RECORD
005190         AT END
005200             MOVE 'Y' TO CL-ACCT-EOF-SWITCH
005210         NOT AT END
005220             ADD 1 TO CL-READ-COUNT
005230     END-READ.
005240 2100-EXIT.
005250     EXIT.
005260*
005270*****************************************************************
005280* 2200-REVIEW-ONE-ACCOUNT - GATHER THE FOUR FACTORS FOR ONE
005290* ACTIVE ACCOUNT, SCORE IT AND LIST ANY PROPOSED CHANGE. AN
005300* ACCOUNT THAT IS NOT ACTIVE, OR HAS NO LIMIT TO REVIEW, IS ONLY
005310* COUNTED.
005320*****************************************************************
005330 2200-REVIEW-ONE-ACCOUNT.
005340     IF NOT ACCT-ACTIVE
005350             OR ACCT-LIMIT NOT > ZERO
005360         ADD 1 TO CL-NOT-REVIEWED-COUNT
005370         GO TO 2200-EXIT
005380     END-IF.
005390     ADD 1 TO CL-REVIEWED-COUNT.
005400     IF ACCT-BALANCE < ZERO
005410         COMPUTE CL-OWED-AMT = ZERO - ACCT-BALANCE
005420     ELSE
005430         MOVE ZERO TO CL-OWED-AMT
005440     END-IF.
005450     PERFORM 2300-SCAN-HISTORY
005460         THRU 2300-EXIT.
005470     PERFORM 2400-AGE-ACCOUNT
005480         THRU 2400-EXIT.
005490     PERFORM 2500-COUNT-EXCEPTIONS
005500         THRU 2500-EXIT.
005510     COMPUTE CL-UTIL-PCT = (CL-OWED-AMT * 100) / ACCT-LIMIT
005520         ON SIZE ERROR
005530             MOVE 999 TO CL-UTIL-PCT
005540     END-COMPUTE.
005550     IF CL-UTIL-PCT > 999
005560         MOVE 999 TO CL-UTIL-PCT
005570     END-IF.
005580     PERFORM 2550-SCORE-ACCOUNT
005590         THRU 2550-EXIT.
005600     PERFORM 2600-PROPOSE-LIMIT
005610         THRU 2600-EXIT.
005620     IF PROPOSE-NOTHING
005630         ADD 1 TO CL-HELD-COUNT
005640         GO TO 2200-EXIT
005650     END-IF.
005660     MOVE SPACES TO PENDING-REC.
005670     MOVE ACCT-NO       TO PND-ACCT-NO.
005680     MOVE CL-RUN-DATE   TO PND-REVIEW-DATE.
005690     MOVE CL-ACTION     TO PND-ACTION.
005700     MOVE ACCT-LIMIT    TO PND-CURR-LIMIT.
005710     MOVE CL-NEW-LIMIT  TO PND-NEW-LIMIT.
005720     MOVE CL-SCORE      TO PND-SCORE.
005730     MOVE CL-REASON     TO PND-REASON.
005740     WRITE PENDING-REC.
005750     MOVE SPACES TO REG-DETAIL-LINE.
005760     MOVE ACCT-NO            TO REGD-ACCT-NO-O.
005770     MOVE LAST-NAME          TO REGD-LAST-NAME-O.
005780     MOVE CL-PAYMENT-COUNT   TO REGD-PAYMENTS-O.
005790     MOVE CL-NSF-COUNT       TO REGD-NSF-O.
005800     EVALUATE CL-AGE-BUCKET
005810         WHEN 1
005820             MOVE "CURRENT" TO REGD-AGE-O
005830         WHEN 2
005840             MOVE "30-59"   TO REGD-AGE-O
005850         WHEN 3
005860             MOVE "60-89"   TO REGD-AGE-O
005870         WHEN OTHER
005880             MOVE "90+"     TO REGD-AGE-O
005890     END-EVALUATE.
005900     MOVE CL-EXCEPTION-COUNT TO REGD-EXCEPTIONS-O.
005910     MOVE CL-UTIL-PCT        TO REGD-UTIL-O.
005920     MOVE CL-SCORE           TO REGD-SCORE-O.
005930     MOVE ACCT-LIMIT         TO REGD-CURR-LIMIT-O.
005940     MOVE CL-NEW-LIMIT       TO REGD-NEW-LIMIT-O.
005950     IF PROPOSE-RAISE
005960         MOVE "RAISE" TO REGD-ACTION-O
005970         ADD 1 TO CL-RAISE-COUNT
005980         COMPUTE CL-RAISE-TOTAL =
005990             CL-RAISE-TOTAL + CL-NEW-LIMIT - ACCT-LIMIT
006000     ELSE
006010         MOVE "CUT"   TO REGD-ACTION-O
006020         ADD 1 TO CL-CUT-COUNT
006030         COMPUTE CL-CUT-TOTAL =
006040             CL-CUT-TOTAL + ACCT-LIMIT - CL-NEW-LIMIT
006050     END-IF.
006060     MOVE CL-REASON          TO REGD-REASON-O.
006070     PERFORM 2640-CHECK-PAGE
006080         THRU 2640-EXIT.
006090     WRITE REG-DETAIL-LINE.
006100     ADD 1 TO CL-LINE-COUNT.
006110 2200-EXIT.
006120     EXIT.
006130*
006140*****************************************************************
006150* 2300-SCAN-HISTORY - COUNT THE ACCOUNT'S PAYMENTS AND ITS
006160* RETURNED-PAYMENT REVERSALS (ACCTNSF 'J' ENTRIES REFERENCED
006170* "NSF ") POSTED SINCE THE START OF THE REVIEW PERIOD.
006180*****************************************************************
006190 2300-SCAN-HISTORY.
006200     MOVE ZERO TO CL-PAYMENT-COUNT.
006210     MOVE ZERO TO CL-NSF-COUNT.
006220     IF NOT HIST-FILE-ON-HAND
006230         GO TO 2300-EXIT
006240     END-IF.
006250     MOVE ACCT-NO         TO HST-ACCT-NO.
006260     MOVE CL-PERIOD-START TO HST-RUN-DATE.
006270     MOVE ZERO            TO HST-SEQ.
006280     MOVE 'N' TO CL-HIST-EOF-SWITCH.
006290     START HIST-FILE KEY NOT < HST-KEY
006300         INVALID KEY
006310             GO TO 2300-EXIT
006320     END-START.
006330     PERFORM 2310-READ-HISTORY
006340         THRU 2310-EXIT.
006350     PERFORM UNTIL END-OF-ACCOUNT-HISTORY
006360         EVALUATE TRUE
006370             WHEN HST-PAYMENT
006380                 ADD 1 TO CL-PAYMENT-COUNT
006390             WHEN HST-ADJUSTMENT
006400                     AND HST-REFERENCE(1:4) = "NSF "
006410                 ADD 1 TO CL-NSF-COUNT
006420         END-EVALUATE
006430         PERFORM 2310-READ-HISTORY
006440             THRU 2310-EXIT
006450     END-PERFORM.
006460 2300-EXIT.
006470     EXIT.
006480*
006490*****************************************************************
006500* 2310-READ-HISTORY - READ THE NEXT HISTORY ENTRY, ENDING THE
006510* SCAN AT THE FIRST ENTRY FOR ANOTHER ACCOUNT.
006520*****************************************************************
006530 2310-READ-HISTORY.
006540     READ HIST-FILE NEXT RECORD
006550         AT END
006560             MOVE 'Y' TO CL-HIST-EOF-SWITCH
006570             GO TO 2310-EXIT
006580     END-READ.
006590     IF HST-ACCT-NO NOT = ACCT-NO
006600         MOVE 'Y' TO CL-HIST-EOF-SWITCH
006610     END-IF.
006620 2310-EXIT.
006630     EXIT.
006640*
006650*****************************************************************
006660* 2400-AGE-ACCOUNT - PUT THE ACCOUNT IN ITS ACCTAGE BUCKET. ONLY
006670* A DEBIT BALANCE IS AGED; AN ACCOUNT OWING NOTHING IS CURRENT.
006680* A BLANK OR UNREADABLE LAST-ACTIVITY DATE GOES TO 90+, THE SAME
006690* CONSERVATIVE CALL ACCTAGE MAKES.
006700*****************************************************************
006710 2400-AGE-ACCOUNT.
006720     MOVE 1 TO CL-AGE-BUCKET.
006730     IF ACCT-BALANCE NOT < ZERO
006740         GO TO 2400-EXIT
006750     END-IF.
006760     IF ACCT-LAST-ACTIVITY NOT NUMERIC
006770             OR ACCT-LAST-ACTIVITY = ZERO
006780         MOVE 4 TO CL-AGE-BUCKET
006790         GO TO 2400-EXIT
006800     END-IF.
006810     MOVE ACCT-LAST-ACTIVITY TO CL-DATE-IN.
006820     PERFORM 2700-DATE-TO-DAYS
006830         THRU 2700-EXIT.
006840     COMPUTE CL-DAYS-IDLE = CL-TODAY-DAYS - CL-DAYS-OUT.
006850     EVALUATE TRUE
006860         WHEN CL-DAYS-IDLE < 30
006870             MOVE 1 TO CL-AGE-BUCKET
006880         WHEN CL-DAYS-IDLE < 60
006890             MOVE 2 TO CL-AGE-BUCKET
006900         WHEN CL-DAYS-IDLE < 90
006910             MOVE 3 TO CL-AGE-BUCKET
006920         WHEN OTHER
006930             MOVE 4 TO CL-AGE-BUCKET
006940     END-EVALUATE.
006950 2400-EXIT.
006960     EXIT.
006970*
006980*****************************************************************
006990* 2500-COUNT-EXCEPTIONS - COUNT THE RUN DATES IN THE REVIEW
007000* PERIOD ON WHICH HELLO-WORLD FOUND THE ACCOUNT OVER ITS LIMIT.
007010*****************************************************************
007020 2500-COUNT-EXCEPTIONS.
007030     MOVE ZERO TO CL-EXCEPTION-COUNT.
007040     IF NOT EXHIST-FILE-ON-HAND
007050         GO TO 2500-EXIT
007060     END-IF.
007070     MOVE ACCT-NO         TO EXH-ACCT-NO.
007080     MOVE CL-PERIOD-START TO EXH-RUN-DATE.
007090     MOVE 'N' TO CL-EXHS-EOF-SWITCH.
007100     START EXHIST-FILE KEY NOT < EXH-KEY
007110         INVALID KEY
007120             GO TO 2500-EXIT
007130     END-START.
007140     PERFORM 2510-READ-EXCEPTION
007150         THRU 2510-EXIT.
007160     PERFORM UNTIL END-OF-ACCOUNT-EXCEPTIONS
007170         ADD 1 TO CL-EXCEPTION-COUNT
007180         PERFORM 2510-READ-EXCEPTION
007190             THRU 2510-EXIT
007200     END-PERFORM.
007210 2500-EXIT.
007220     EXIT.
007230*
007240*****************************************************************
007250* 2510-READ-EXCEPTION - READ THE NEXT EXCEPTION HISTORY RECORD,
007260* ENDING THE COUNT AT THE FIRST RECORD FOR ANOTHER ACCOUNT.
007270*****************************************************************
007280 2510-READ-EXCEPTION.
007290     READ EXHIST-FILE NEXT RECORD
007300         AT END
007310             MOVE 'Y' TO CL-EXHS-EOF-SWITCH
007320             GO TO 2510-EXIT
007330     END-READ.
007340     IF EXH-ACCT-NO NOT = ACCT-NO
007350         MOVE 'Y' TO CL-EXHS-EOF-SWITCH
007360     END-IF.
007370 2510-EXIT.
007380     EXIT.
007390*
007400*****************************************************************
007410* 2550-SCORE-ACCOUNT - ADD UP THE POINTS FOR THE FOUR FACTORS
007420* (SEE THE SCORING TABLE AT THE HEAD OF THE PROGRAM).
007430*****************************************************************
007440 2550-SCORE-ACCOUNT.
007450     MOVE ZERO TO CL-SCORE.
007460     EVALUATE TRUE
007470         WHEN CL-PAYMENT-COUNT NOT < 3
007480             ADD 2 TO CL-SCORE
007490         WHEN CL-PAYMENT-COUNT > ZERO
007500             ADD 1 TO CL-SCORE
007510         WHEN CL-OWED-AMT > ZERO
007520             SUBTRACT 2 FROM CL-SCORE
007530     END-EVALUATE.
007540     COMPUTE CL-SCORE = CL-SCORE - (CL-NSF-COUNT * 3).
007550     EVALUATE CL-AGE-BUCKET
007560         WHEN 1
007570             ADD 1 TO CL-SCORE
007580         WHEN 3
007590             SUBTRACT 2 FROM CL-SCORE
007600         WHEN 4
007610             SUBTRACT 4 FROM CL-SCORE
007620     END-EVALUATE.
007630     EVALUATE TRUE
007640         WHEN CL-EXCEPTION-COUNT = ZERO
007650             ADD 1 TO CL-SCORE
007660         WHEN CL-EXCEPTION-COUNT < 3
007670             SUBTRACT 1 FROM CL-SCORE
007680         WHEN OTHER
007690             SUBTRACT 3 FROM CL-SCORE
007700     END-EVALUATE.
007710     EVALUATE TRUE
007720         WHEN CL-UTIL-PCT < 30
007730             ADD 1 TO CL-SCORE
007740         WHEN CL-UTIL-PCT < 80
007750             CONTINUE
007760         WHEN CL-UTIL-PCT < 100
007770             SUBTRACT 1 FROM CL-SCORE
007780         WHEN OTHER
007790             SUBTRACT 2 FROM CL-SCORE
007800     END-EVALUATE.
007810 2550-EXIT.
007820     EXIT.
007830*
007840*****************************************************************
007850* 2600-PROPOSE-LIMIT - TURN THE SCORE INTO A RAISE, A CUT OR NO
007860* CHANGE, WITH THE PROPOSED LIMIT AND THE REASON FOR IT. A CUT
007870* NAMES THE MOST SERIOUS FACTOR AGAINST THE ACCOUNT.
007880*****************************************************************
007890 2600-PROPOSE-LIMIT.
007900     MOVE SPACE  TO CL-ACTION.
007910     MOVE SPACES TO CL-REASON.
007920     MOVE ACCT-LIMIT TO CL-NEW-LIMIT.
007930     IF CL-SCORE NOT < CL-RAISE-SCORE
007940             AND CL-NSF-COUNT = ZERO
007950             AND CL-EXCEPTION-COUNT = ZERO
007960             AND CL-AGE-BUCKET = 1
007970             AND ACCT-LIMIT < CL-MAXIMUM-LIMIT
007980         COMPUTE CL-NEW-LIMIT =
007990             ACCT-LIMIT * (100 + CL-RAISE-PCT) / 100
008000         DIVIDE CL-NEW-LIMIT BY 100 GIVING CL-HUNDREDS
008010             REMAINDER CL-HUNDREDS-REM
008020         COMPUTE CL-NEW-LIMIT = CL-HUNDREDS * 100
008030         IF CL-NEW-LIMIT NOT > ACCT-LIMIT
008040             COMPUTE CL-NEW-LIMIT = CL-NEW-LIMIT + 100
008050         END-IF
008060         IF CL-NEW-LIMIT > CL-MAXIMUM-LIMIT
008070             MOVE CL-MAXIMUM-LIMIT TO CL-NEW-LIMIT
008080         END-IF
008090         MOVE 'R' TO CL-ACTION
008100         MOVE "GOOD PAYMENT RECORD" TO CL-REASON
008110         GO TO 2600-EXIT
008120     END-IF.
008130     IF CL-SCORE > CL-CUT-SCORE
008140         GO TO 2600-EXIT
008150     END-IF.
008160     COMPUTE CL-NEW-LIMIT = ACCT-LIMIT * CL-CUT-PCT / 100.
008170     DIVIDE CL-NEW-LIMIT BY 100 GIVING CL-HUNDREDS
008180         REMAINDER CL-HUNDREDS-REM.
008190     COMPUTE CL-NEW-LIMIT = CL-HUNDREDS * 100.
008200     DIVIDE CL-OWED-AMT BY 100 GIVING CL-HUNDREDS
008210         REMAINDER CL-HUNDREDS-REM.
008220     IF CL-HUNDREDS-REM > ZERO
008230         ADD 1 TO CL-HUNDREDS
008240     END-IF.
008250     COMPUTE CL-FLOOR-LIMIT = CL-HUNDREDS * 100.
008260     IF CL-FLOOR-LIMIT < 100
008270         MOVE 100 TO CL-FLOOR-LIMIT
008280     END-IF.
008290     IF CL-NEW-LIMIT < CL-FLOOR-LIMIT
008300         MOVE CL-FLOOR-LIMIT TO CL-NEW-LIMIT
008310     END-IF.
008320     IF CL-NEW-LIMIT NOT < ACCT-LIMIT
008330         MOVE ACCT-LIMIT TO CL-NEW-LIMIT
008340         GO TO 2600-EXIT
008350     END-IF.
008360     MOVE 'L' TO CL-ACTION.
008370     EVALUATE TRUE
008380         WHEN CL-NSF-COUNT > ZERO
008390             MOVE "RETURNED PAYMENTS" TO CL-REASON
008400         WHEN CL-AGE-BUCKET = 4
008410             MOVE "90+ DAYS PAST DUE" TO CL-REASON
008420         WHEN CL-EXCEPTION-COUNT NOT < 3
008430             MOVE "REPEATEDLY OVER LIMIT" TO CL-REASON
008440         WHEN CL-PAYMENT-COUNT = ZERO
008450             MOVE "NO PAYMENTS IN PERIOD" TO CL-REASON
008460         WHEN CL-AGE-BUCKET = 3
008470             MOVE "60-89 DAYS PAST DUE" TO CL-REASON
008480         WHEN CL-UTIL-PCT NOT < 100
008490             MOVE "AT OR OVER LIMIT" TO CL-REASON
008500         WHEN OTHER
008510             MOVE "POOR OVERALL SCORE" TO CL-REASON
008520     END-EVALUATE.
008530 2600-EXIT.
008540     EXIT.
008550*
008560*****************************************************************
008570* 2640-CHECK-PAGE - BREAK TO A NEW PAGE WHEN THE CURRENT ONE IS
008580* FULL.
008590*****************************************************************
008600 2640-CHECK-PAGE.
008610     IF CL-LINE-COUNT >= CL-PAGE-LIMIT
008620         PERFORM 2650-WRITE-PAGE-HEADING
008630             THRU 2650-EXIT
008640     END-IF.
008650 2640-EXIT.
008660     EXIT.
008670*
008680*****************************************************************
008690* 2650-WRITE-PAGE-HEADING - WRITE THE REGISTER HEADING BLOCK
008700* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
008710* THE TOP OF A PAGE.
008720*****************************************************************
008730 2650-WRITE-PAGE-HEADING.
008740     ADD 1 TO CL-PAGE-NO.
008750     MOVE SPACES TO REG-PAGE-HDR-LINE.
008760     MOVE "CREDIT-LIMIT REVIEW AS OF " TO
008770         REG-PAGE-HDR-LINE(1:26).
008780     MOVE CL-RUN-DATE TO REGH-DATE-O.
008790     MOVE "   PAGE" TO REG-PAGE-HDR-LINE(35:7).
008800     MOVE CL-PAGE-NO TO REGH-PAGE-O.
008810     WRITE REG-PAGE-HDR-LINE.
008820     MOVE SPACES TO REG-COLUMN-LINE.
008830     MOVE "ACCOUNT"  TO REG-COLUMN-LINE(1:7).
008840     MOVE "NAME"     TO REG-COLUMN-LINE(10:4).
008850     MOVE "PMT"      TO REG-COLUMN-LINE(26:3).
008860     MOVE "NSF"      TO REG-COLUMN-LINE(30:3).
008870     MOVE "AGE"      TO REG-COLUMN-LINE(34:3).
008880     MOVE "EXC"      TO REG-COLUMN-LINE(42:3).
008890     MOVE "UTL%"     TO REG-COLUMN-LINE(46:4).
008900     MOVE "SCR"      TO REG-COLUMN-LINE(52:3).
008910     MOVE "CURRENT LIMIT" TO REG-COLUMN-LINE(56:13).
008920     MOVE "PROPOSED LIMIT" TO REG-COLUMN-LINE(70:14).
008930     MOVE "ACTN"     TO REG-COLUMN-LINE(85:4).
008940     MOVE "REASON"   TO REG-COLUMN-LINE(91:6).
008950     WRITE REG-COLUMN-LINE.
008960     MOVE 2 TO CL-LINE-COUNT.
008970 2650-EXIT.
008980     EXIT.
008990*
009000*****************************************************************
009010* 2700-DATE-TO-DAYS - TURN A YYYYDDD DATE IN CL-DATE-IN INTO A
009020* RUNNING DAY COUNT IN CL-DAYS-OUT SO TWO DATES CAN BE
009030* SUBTRACTED. LEAP YEARS ARE COUNTED THROUGH THE PRIOR YEAR
009040* (EVERY 4TH, LESS EVERY 100TH, PLUS EVERY 400TH).
009050*****************************************************************
009060 2700-DATE-TO-DAYS.
009070     DIVIDE CL-DATE-IN BY 1000 GIVING CL-WORK-YEAR
009080         REMAINDER CL-WORK-DDD.
009090     COMPUTE CL-WORK-YM1 = CL-WORK-YEAR - 1.
009100     DIVIDE CL-WORK-YM1 BY 4 GIVING CL-WORK-Q4
009110         REMAINDER CL-WORK-REM.
009120     DIVIDE CL-WORK-YM1 BY 100 GIVING CL-WORK-Q100
009130         REMAINDER CL-WORK-REM.
009140     DIVIDE CL-WORK-YM1 BY 400 GIVING CL-WORK-Q400
009150         REMAINDER CL-WORK-REM.
009160     COMPUTE CL-WORK-LEAPS =
009170         CL-WORK-Q4 - CL-WORK-Q100 + CL-WORK-Q400.
009180     COMPUTE CL-DAYS-OUT =
009190         (CL-WORK-YM1 * 365) + CL-WORK-LEAPS + CL-WORK-DDD.
009200 2700-EXIT.
009210     EXIT.
009220*
009230*****************************************************************
009240* 2800-WRITE-REGISTER-TOTALS - WRITE THE REGISTER TOTALS, THE
009250* APPROVAL BLOCK AND THE END-OF-REPORT MARKER.
009260*****************************************************************
009270 2800-WRITE-REGISTER-TOTALS.
009280     IF CL-LINE-COUNT + 8 > CL-PAGE-LIMIT
009290         PERFORM 2650-WRITE-PAGE-HEADING
009300             THRU 2650-EXIT
009310     END-IF.
009320     MOVE SPACES TO REG-TOTAL-LINE.
009330     MOVE "ACCOUNTS REVIEWED     : " TO REGT-LABEL-O.
009340     MOVE CL-REVIEWED-COUNT TO REGT-COUNT-O.
009350     WRITE REG-TOTAL-LINE.
009360     MOVE SPACES TO REG-TOTAL-LINE.
009370     MOVE "RAISES PROPOSED       : " TO REGT-LABEL-O.
009380     MOVE CL-RAISE-COUNT TO REGT-COUNT-O.
009390     MOVE "TOTAL RAISED : " TO REGT-AMOUNT-LBL-O.
009400     MOVE CL-RAISE-TOTAL TO REGT-AMOUNT-O.
009410     WRITE REG-TOTAL-LINE.
009420     MOVE SPACES TO REG-TOTAL-LINE.
009430     MOVE "CUTS PROPOSED         : " TO REGT-LABEL-O.
009440     MOVE CL-CUT-COUNT TO REGT-COUNT-O.
009450     MOVE "TOTAL CUT    : " TO REGT-AMOUNT-LBL-O.
009460     MOVE CL-CUT-TOTAL TO REGT-AMOUNT-O.
009470     WRITE REG-TOTAL-LINE.
009480     MOVE SPACES TO REG-TOTAL-LINE.
009490     MOVE "LEFT AS THEY ARE      : " TO REGT-LABEL-O.
009500     MOVE CL-HELD-COUNT TO REGT-COUNT-O.
009510     WRITE REG-TOTAL-LINE.
009520     MOVE SPACES TO REG-TEXT-LINE.
009530     STRING "REVIEW PERIOD FROM : " DELIMITED BY SIZE
009540         CL-PERIOD-START DELIMITED BY SIZE
009550         INTO REG-TEXT-LINE
009560     END-STRING.
009570     WRITE REG-TEXT-LINE.
009580     MOVE SPACES TO REG-TEXT-LINE.
009590     MOVE "APPROVED BY : ____________________   DATE : ________"
009600         TO REG-TEXT-LINE.
009610     WRITE REG-TEXT-LINE.
009620     MOVE SPACES TO REG-TEXT-LINE.
009630     MOVE "*** END OF REPORT ***" TO REG-TEXT-LINE.
009640     WRITE REG-TEXT-LINE.
009650     ADD 7 TO CL-LINE-COUNT.
009660 2800-EXIT.
009670     EXIT.
009680*
009690*****************************************************************
009700* 3000-APPROVE-CHANGES - CREDIT HAS APPROVED ITS LINES. LOAD THE
009710* APPROVALS, WRITE EVERY APPROVED PENDING LINE TO ACCTTRAN.DAT AS
009720* A 'C' CHANGE INSIDE ITS OWN BATCH, LIST THE OUTCOME OF EVERY
009730* LINE AND EMPTY THE PENDING FILE.
009740*****************************************************************
009750 3000-APPROVE-CHANGES.
009760     OPEN INPUT PENDING-FILE.
009770     IF CL-PEND-FILE-STATUS NOT = "00"
009780         DISPLAY "ACCTCLRV - NO REVIEW AWAITING APPROVAL"
009790             " (ACCTCLRP.DAT) - RUN REVW FIRST"
009800         MOVE 'Y' TO CL-ERROR-SWITCH
009810         GO TO 3000-EXIT
009820     END-IF.
009830     PERFORM 3100-READ-PENDING
009840         THRU 3100-EXIT.
009850     IF END-OF-PENDING-FILE
009860         CLOSE PENDING-FILE
009870         DISPLAY "ACCTCLRV - REVIEW LIST IS EMPTY - NOTHING"
009880             " TO APPROVE"
009890         MOVE 'Y' TO CL-ERROR-SWITCH
009900         GO TO 3000-EXIT
009910     END-IF.
009920     PERFORM 3050-LOAD-APPROVALS
009930         THRU 3050-EXIT.
009940     IF STEP-FAILED
009950         CLOSE PENDING-FILE
009960         GO TO 3000-EXIT
009970     END-IF.
009980     OPEN INPUT ACCT-REC.
009990     IF CL-ACCT-FILE-STATUS NOT = "00"
010000         DISPLAY "ACCTCLRV - CANNOT OPEN ACCTREC.DAT - STATUS "
010010             CL-ACCT-FILE-STATUS
010020         CLOSE PENDING-FILE
010030         MOVE 'Y' TO CL-ERROR-SWITCH
010040         GO TO 3000-EXIT
010050     END-IF.
010060     OPEN OUTPUT LISTING-FILE.
010070     MOVE SPACES TO LST-TEXT-LINE.
010080     STRING "CREDIT-LIMIT APPROVAL LISTING AS OF "
010090             DELIMITED BY SIZE
010100         CL-RUN-DATE DELIMITED BY SIZE
010110         INTO LST-TEXT-LINE
010120     END-STRING.
010130     WRITE LST-TEXT-LINE.
010140     MOVE SPACES TO LST-TEXT-LINE.
010150     MOVE "ACCOUNT      CURRENT LIMIT  PROPOSED LIMIT  APPROVER  "
010160         TO LST-TEXT-LINE.
010170     MOVE "OUTCOME" TO LST-TEXT-LINE(57:7).
010180     WRITE LST-TEXT-LINE.
010190     PERFORM UNTIL END-OF-PENDING-FILE
010200         PERFORM 3200-APPLY-ONE-LINE
010210             THRU 3200-EXIT
010220         PERFORM 3100-READ-PENDING
010230             THRU 3100-EXIT
010240     END-PERFORM.
010250     PERFORM 3400-LIST-UNMATCHED
010260         THRU 3400-EXIT.
010270     IF CHANGE-BATCH-OPEN
010280         MOVE SPACES TO TRAN-BATCH-TRL-REC
010290         MOVE 'T' TO TBT-REC-CODE
010300         MOVE CL-BATCH-COUNT TO TBT-RECORD-COUNT
010310         MOVE CL-BATCH-HASH TO TBT-HASH-TOTAL
010320         WRITE TRAN-BATCH-TRL-REC
010330         CLOSE TRAN-OUT
010340     END-IF.
010350     MOVE SPACES TO LST-TOTAL-LINE.
010360     MOVE "CHANGES QUEUED        : " TO LSTT-LABEL-O.
010370     MOVE CL-QUEUED-COUNT TO LSTT-COUNT-O.
010380     WRITE LST-TOTAL-LINE.
010390     MOVE SPACES TO LST-TOTAL-LINE.
010400     MOVE "NOT APPROVED          : " TO LSTT-LABEL-O.
010410     MOVE CL-DECLINED-COUNT TO LSTT-COUNT-O.
010420     WRITE LST-TOTAL-LINE.
010430     MOVE SPACES TO LST-TOTAL-LINE.
010440     MOVE "SKIPPED               : " TO LSTT-LABEL-O.
010450     MOVE CL-SKIPPED-COUNT TO LSTT-COUNT-O.
010460     WRITE LST-TOTAL-LINE.
010470     MOVE SPACES TO LST-TOTAL-LINE.
010480     MOVE "UNMATCHED APPROVALS   : " TO LSTT-LABEL-O.
010490     MOVE CL-UNMATCHED-COUNT TO LSTT-COUNT-O.
010500     WRITE LST-TOTAL-LINE.
010510     MOVE SPACES TO LST-TEXT-LINE.
010520     MOVE "*** END OF REPORT ***" TO LST-TEXT-LINE.
010530     WRITE LST-TEXT-LINE.
010540     CLOSE LISTING-FILE.
010550     CLOSE ACCT-REC.
010560     CLOSE PENDING-FILE.
010570     OPEN OUTPUT PENDING-FILE.
010580     CLOSE PENDING-FILE.
010590     DISPLAY "ACCTCLRV APPROVAL TOTALS -".
010600     DISPLAY "  LINES ON REVIEW   : " CL-PENDING-COUNT.
010610     DISPLAY "  CHANGES QUEUED    : " CL-QUEUED-COUNT.
010620     DISPLAY "  NOT APPROVED      : " CL-DECLINED-COUNT.
010630     DISPLAY "  SKIPPED           : " CL-SKIPPED-COUNT.
010640     DISPLAY "  UNMATCHED APPROVAL: " CL-UNMATCHED-COUNT.
010650     DISPLAY "ACCTCLRV - LISTING IS ACCTCLRL.DAT - RUN ACCTMAINT "
010660         "TO APPLY THE NEW LIMITS.".
010670 3000-EXIT.
010680     EXIT.
010690*
010700*****************************************************************
010710* 3050-LOAD-APPROVALS - LOAD CREDIT'S APPROVALS INTO THE TABLE. A
010720* MISSING FILE, OR MORE APPROVALS THAN THE TABLE HOLDS, STOPS
010730* THE RUN BEFORE ANYTHING IS WRITTEN.
010740*****************************************************************
010750 3050-LOAD-APPROVALS.
010760     OPEN INPUT APPROVAL-FILE.
010770     IF CL-APPR-FILE-STATUS NOT = "00"
010780         DISPLAY "ACCTCLRV - NO APPROVALS (ACCTCLRA.DAT) - KEY "
010790             "THE APPROVED LINES FIRST"
010800         MOVE 'Y' TO CL-ERROR-SWITCH
010810         GO TO 3050-EXIT
010820     END-IF.
010830     PERFORM 3060-READ-APPROVAL
010840         THRU 3060-EXIT.
010850     PERFORM UNTIL END-OF-APPROVAL-FILE
010860             OR STEP-FAILED
010870         IF CL-APV-COUNT NOT < CL-APV-MAX
010880             DISPLAY "ACCTCLRV - MORE THAN " CL-APV-MAX
010890                 " APPROVALS - NOTHING QUEUED"
010900             MOVE 'Y' TO CL-ERROR-SWITCH
010910         ELSE
010920             ADD 1 TO CL-APV-COUNT
010930             MOVE APV-ACCT-NO     TO CL-APV-ACCT-NO(CL-APV-COUNT)
010940             MOVE APV-REVIEW-DATE TO CL-APV-DATE(CL-APV-COUNT)
010950             MOVE APV-APPROVED-BY TO CL-APV-BY(CL-APV-COUNT)
010960             MOVE 'N'             TO CL-APV-USED(CL-APV-COUNT)
010970             PERFORM 3060-READ-APPROVAL
010980                 THRU 3060-EXIT
010990         END-IF
011000     END-PERFORM.
011010     CLOSE APPROVAL-FILE.
011020 3050-EXIT.
011030     EXIT.
011040*
011050*****************************************************************
011060* 3060-READ-APPROVAL - READ ONE APPROVAL LINE.
011070*****************************************************************
011080 3060-READ-APPROVAL.
011090     READ APPROVAL-FILE
011100         AT END
011110             MOVE 'Y' TO CL-APPR-EOF-SWITCH
011120     END-READ.
011130 3060-EXIT.
011140     EXIT.
011150*
011160*****************************************************************
011170* 3100-READ-PENDING - READ ONE PROPOSED CHANGE.
011180*****************************************************************
011190 3100-READ-PENDING.
011200     READ PENDING-FILE
011210         AT END
011220             MOVE 'Y' TO CL-PEND-EOF-SWITCH
011230         NOT AT END
011240             ADD 1 TO CL-PENDING-COUNT
011250     END-READ.
011260 3100-EXIT.
011270     EXIT.
011280*
011290*****************************************************************
011300* 3200-APPLY-ONE-LINE - LOOK FOR CREDIT'S APPROVAL OF ONE PENDING
011310* LINE. AN APPROVED LINE IS QUEUED AS A 'C' CARRYING THE CURRENT
011320* MASTER IMAGE WITH THE NEW LIMIT, UNLESS THE ACCOUNT HAS STOPPED
011330* BEING ACTIVE OR ITS LIMIT HAS MOVED SINCE THE REVIEW.
011340*****************************************************************
011350 3200-APPLY-ONE-LINE.
011360     MOVE SPACES TO LST-DETAIL-LINE.
011370     MOVE PND-ACCT-NO    TO LSTD-ACCT-NO-O.
011380     MOVE PND-CURR-LIMIT TO LSTD-CURR-LIMIT-O.
011390     MOVE PND-NEW-LIMIT  TO LSTD-NEW-LIMIT-O.
011400     MOVE ZERO TO CL-APV-FOUND-SUB.
011410     PERFORM VARYING CL-APV-SUB FROM 1 BY 1
011420             UNTIL CL-APV-SUB > CL-APV-COUNT
011430         IF CL-APV-ACCT-NO(CL-APV-SUB) = PND-ACCT-NO
011440                 AND CL-APV-DATE(CL-APV-SUB) = PND-REVIEW-DATE
011450             MOVE CL-APV-SUB TO CL-APV-FOUND-SUB
011460             MOVE 'Y' TO CL-APV-USED(CL-APV-SUB)
011470         END-IF
011480     END-PERFORM.
011490     IF CL-APV-FOUND-SUB = ZERO
011500         MOVE "NOT APPROVED - LIMIT UNCHANGED" TO LSTD-OUTCOME-O
011510         WRITE LST-DETAIL-LINE
011520         ADD 1 TO CL-DECLINED-COUNT
011530         GO TO 3200-EXIT
011540     END-IF.
011550     MOVE CL-APV-BY(CL-APV-FOUND-SUB) TO LSTD-APPROVED-BY-O.
011560     MOVE PND-ACCT-NO TO ACCT-NO.
011570     READ ACCT-REC
011580         INVALID KEY
011590             MOVE "ACCOUNT NOT ON FILE - SKIPPED"
011600                 TO LSTD-OUTCOME-O
011610             WRITE LST-DETAIL-LINE
011620             ADD 1 TO CL-SKIPPED-COUNT
011630             GO TO 3200-EXIT
011640     END-READ.
011650     IF NOT ACCT-ACTIVE
011660         MOVE "ACCOUNT NO LONGER ACTIVE - SKIPPED"
011670             TO LSTD-OUTCOME-O
011680         WRITE LST-DETAIL-LINE
011690         ADD 1 TO CL-SKIPPED-COUNT
011700         GO TO 3200-EXIT
011710     END-IF.
011720     IF ACCT-LIMIT NOT = PND-CURR-LIMIT
011730         MOVE "LIMIT CHANGED SINCE REVIEW - SKIPPED"
011740             TO LSTD-OUTCOME-O
011750         WRITE LST-DETAIL-LINE
011760         ADD 1 TO CL-SKIPPED-COUNT
011770         GO TO 3200-EXIT
011780     END-IF.
011790     PERFORM 3300-WRITE-CHANGE
011800         THRU 3300-EXIT.
011810     MOVE "QUEUED FOR ACCTMAINT" TO LSTD-OUTCOME-O.
011820     WRITE LST-DETAIL-LINE.
011830 3200-EXIT.
011840     EXIT.
011850*
011860*****************************************************************
011870* 3300-WRITE-CHANGE - APPEND A 'C' TRANSACTION CARRYING THE
011880* CURRENT MASTER IMAGE WITH THE APPROVED LIMIT TO ACCTTRAN.DAT,
011890* OPENING THE FILE AND WRITING THE BATCH HEADER FIRST TIME
011900* THROUGH.
011910*****************************************************************
011920 3300-WRITE-CHANGE.
011930     IF NOT CHANGE-BATCH-OPEN
011940         OPEN EXTEND TRAN-OUT
011950         IF CL-TRAN-FILE-STATUS NOT = "00"
011960             OPEN OUTPUT TRAN-OUT
011970         END-IF
011980         MOVE SPACES TO TRAN-BATCH-HDR-REC
011990         MOVE 'H' TO TBH-REC-CODE
012000         MOVE CL-RUN-DATE TO TBH-BATCH-DATE
012010         MOVE "ACCTCLRV" TO TBH-SOURCE-ID
012020         WRITE TRAN-BATCH-HDR-REC
012030         MOVE 'Y' TO CL-TRAN-OPEN-SWITCH
012040     END-IF.
012050     MOVE PND-NEW-LIMIT TO ACCT-LIMIT.
012060     MOVE 'C' TO TOUT-ACTION-CODE.
012070     MOVE ACCT-FIELDS TO TOUT-MASTER-IMAGE.
012080     WRITE TRAN-OUT-REC.
012090     ADD 1 TO CL-BATCH-COUNT.
012100     ADD ACCT-LIMIT TO CL-BATCH-HASH.
012110     ADD 1 TO CL-QUEUED-COUNT.
012120 3300-EXIT.
012130     EXIT.
012140*
012150*****************************************************************
012160* 3400-LIST-UNMATCHED - LIST EVERY APPROVAL THAT MATCHED NO LINE
012170* ON THE REVIEW (A MIS-KEYED ACCOUNT OR AN OLD REVIEW DATE) SO
012180* CREDIT CAN SEE IT WAS NOT ACTED ON.
012190*****************************************************************
012200 3400-LIST-UNMATCHED.
012210     PERFORM VARYING CL-APV-SUB FROM 1 BY 1
012220             UNTIL CL-APV-SUB > CL-APV-COUNT
012230         IF CL-APV-USED(CL-APV-SUB) = 'N'
012240             MOVE SPACES TO LST-DETAIL-LINE
012250             MOVE CL-APV-ACCT-NO(CL-APV-SUB) TO LSTD-ACCT-NO-O
012260             MOVE CL-APV-BY(CL-APV-SUB) TO LSTD-APPROVED-BY-O
012270             MOVE "APPROVAL NOT ON THIS REVIEW - IGNORED"
012280                 TO LSTD-OUTCOME-O
012290             WRITE LST-DETAIL-LINE
012300             ADD 1 TO CL-UNMATCHED-COUNT
012310         END-IF
012320     END-PERFORM.
012330 3400-EXIT.
012340     EXIT.
012350*
012360*****************************************************************
012370* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
012380* ANYTHING WENT WRONG SO THE JOB STREAM CAN HOLD.
012390*****************************************************************
012400 9000-SET-RETURN-CODE.
012410     IF STEP-FAILED
012420         MOVE 8 TO RETURN-CODE
012430     END-IF.
012440 9000-EXIT.
012450     EXIT.
