000010*****************************************************************
000020* ACCT-BURO
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTBURO.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - MONTH-END CREDIT BUREAU
000170*                       EXTRACT. THE MONTHLY BUREAU FILE WAS BEING
000180*                       PUT TOGETHER BY HAND FROM PRINT.DAT AND
000190*                       ACCTAGE.DAT. THIS RUN WRITES IT STRAIGHT
000200*                       FROM THE MASTER (ACCTBURO.DAT), WITH A
000210*                       CONTROL REPORT (ACCTBUCR.DAT) THAT
000220*                       RECONCILES TO THE MONTH'S SNAPSHOT GRAND
000230*                       TOTAL AND A REJECT LISTING (ACCTBURJ.DAT)
000240*                       OF THE ACCOUNTS THAT CANNOT BE REPORTED.
000250*
000260* THE OPERATOR (OR THE JOB STREAM) KEYS THE REPORTING MONTH AS
000270* YYYYMM. THE BUREAU FILE IS DATED THE LAST DAY OF THAT MONTH AND
000280* EVERY ACCOUNT IS AGED AS OF THAT DAY. A MONTH THAT IS NOT A
000290* MONTH, OR HAS NOT YET ENDED, IS REFUSED WITH RETURN CODE 8. THE
000300* RUN BELONGS STRAIGHT AFTER THE MONTH-END LISTING RUN, BEFORE
000310* THE NEXT DAY'S POSTING MOVES THE MASTER.
000320*
000330* THE BUREAU FILE HOLDS A HEADER SEGMENT (H), ONE BASE SEGMENT
000340* (B) PER REPORTED ACCOUNT AND A TRAILER SEGMENT (T) WITH THE
000350* SEGMENT COUNTS AND THE LIMIT, BALANCE AND PAST-DUE TOTALS. THE
000360* BALANCE IS THE AMOUNT THE CONSUMER OWES - THE MASTER BALANCE
000370* WITH ITS SIGN TURNED ROUND - SO A CREDIT BALANCE GOES NEGATIVE.
000380*
000390* THE CONSUMER IDENTITY IS THE CUSTOMER THE ACCOUNT IS LINKED TO
000400* ON THE CROSS-REFERENCE (ACCTCXRF.DAT), NAMED FROM THE CUSTOMER
000410* MASTER (ACCTCUST.DAT). AN ACCOUNT WITH NO LINK, A LINK TO A
000420* CUSTOMER NOT ON FILE, OR A CUSTOMER WITH NO NAME OR COUNTRY IS
000430* NOT REPORTED; IT GOES TO THE REJECT LISTING WITH THE REASON.
000440* A RECORD THAT FAILS THE LISTING RUN'S OWN VALIDATION (BLANK OR
000450* NON-NUMERIC ACCT-NO, CORRUPT LIMIT OR BALANCE) IS LISTED THERE
000460* TOO, BUT KEPT OUT OF THE RECONCILIATION AS THE SNAPSHOT KEEPS
000470* IT OUT OF THE GRAND TOTAL.
000480*
000490* ACCOUNT STATUS CODE (BRB-ACCT-STATUS):
000500*    11 - CURRENT, OR NOTHING OWED.
000510*    71 - OWING, IDLE 30-59 DAYS.    78 - OWING, IDLE 60-89 DAYS.
000520*    80 - OWING, IDLE 90 DAYS OR MORE (OR NEVER STAMPED).
000530*    13 - CLOSED WITH NOTHING OWED.
000540*    97 - CHARGED OFF.
000550* THE IDLE DAYS ARE WORKED FROM THE LAST-ACTIVITY DATE THE SAME
000560* WAY ACCTAGE BUCKETS THEM. A CLOSED ACCOUNT STILL OWING KEEPS
000570* ITS AGING CODE. THE PAST-DUE AMOUNT IS THE AMOUNT OWED ONCE THE
000580* ACCOUNT IS 30 DAYS IDLE, OR CHARGED OFF.
000590*
000600* SPECIAL COMMENT (BRB-SPECIAL-COMMENT): CL CLOSED, SP SUSPENDED.
000610* COMPLIANCE CODE (BRB-COMPLIANCE-CODE): XB WHEN THE ACCOUNT HAS
000620* AN OPEN DISPUTE ON THE DISPUTE FILE (ACCTDISP.DAT).
000630*
000640* THE CONTROL REPORT PROVES THE BALANCE OF THE REPORTED PLUS THE
000650* REJECTED ACCOUNTS, AND THEIR COUNT, AGAINST THE LAST GRAND
000660* TOTAL RECORD THE LISTING RUN WROTE TO ACCTSNAP.DAT IN THE
000670* MONTH. WHEN THEY DO NOT AGREE, OR THE MONTH HAS NO SNAPSHOT,
000680* THE BUREAU FILE IS LEFT EMPTY AND THE STEP ENDS WITH RETURN
000690* CODE 8 - AN UNRECONCILED FILE IS NEVER SENT.
000700*
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740*
000750     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS ACCT-NO
000790         FILE STATUS IS CB-ACCT-FILE-STATUS.
000800     SELECT XREF-FILE ASSIGN TO "ACCTCXRF.DAT"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS XREF-ACCT-NO
000840         FILE STATUS IS CB-XREF-FILE-STATUS.
000850     SELECT CUST-MASTER ASSIGN TO "ACCTCUST.DAT"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS CUST-NO
000890         FILE STATUS IS CB-CUST-FILE-STATUS.
000900     SELECT DISP-FILE ASSIGN TO "ACCTDISP.DAT"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS DSP-KEY
000940         FILE STATUS IS CB-DISP-FILE-STATUS.
000950     SELECT SNAPSHOT-FILE ASSIGN TO "ACCTSNAP.DAT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS CB-SNAP-FILE-STATUS.
000980     SELECT BUREAU-FILE ASSIGN TO "ACCTBURO.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000     SELECT CONTROL-REPORT ASSIGN TO "ACCTBUCR.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020     SELECT REJECT-LIST ASSIGN TO "ACCTBURJ.DAT"
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070*
001080*  KEYED ACCT-REC MASTER, READ IN ACCT-NO ORDER.
001090  FD  ACCT-REC
001100      RECORDING MODE F.
001110  01  ACCT-FIELDS.
001120      05  ACCT-NO             PIC X(8).
001130      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001140      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001150      05  LAST-NAME           PIC X(15).
001160      05  FIRST-NAME          PIC X(15).
001170      05  RESERVED            PIC X(7).
001180      05  ACCT-LAST-ACTIVITY REDEFINES RESERVED
001190                              PIC 9(7).
001200      05  COUNTRY             PIC X(20).
001210      05  COMMENTS            PIC X(30).
001220      05  ACCT-STATUS         PIC X(01).
001230          88  ACCT-ACTIVE                 VALUE 'A', ' '.
001240          88  ACCT-SUSPENDED              VALUE 'S'.
001250          88  ACCT-CLOSED                 VALUE 'X'.
001260          88  ACCT-CHARGED-OFF            VALUE 'W'.
001270*
001280*  CROSS-REFERENCE WRITTEN BY ACCTCMNT, KEYED ON ACCT-NO AND
001290*  NAMING THE CUSTOMER EACH ACCOUNT BELONGS TO. THE LAYOUT
001300*  MIRRORS XREF-FIELDS THERE.
001310  FD  XREF-FILE
001320      RECORDING MODE F.
001330  01  XREF-FIELDS.
001340      05  XREF-ACCT-NO        PIC X(08).
001350      05  XREF-CUST-NO        PIC X(08).
001360*
001370*  CUSTOMER MASTER WRITTEN BY ACCTCMNT. THE LAYOUT MIRRORS
001380*  CUST-FIELDS THERE.
001390  FD  CUST-MASTER
001400      RECORDING MODE F.
001410  01  CUST-FIELDS.
001420      05  CUST-NO             PIC X(08).
001430      05  CUST-LAST-NAME      PIC X(15).
001440      05  CUST-FIRST-NAME     PIC X(15).
001450      05  CUST-COUNTRY        PIC X(20).
001460      05  CUST-COMMENTS       PIC X(30).
001470      05  CUST-STATUS         PIC X(01).
001480*
001490*  KEYED DISPUTE FILE MAINTAINED BY ACCTDSPM. THE LAYOUT MIRRORS
001500*  DISP-FIELDS THERE.
001510  FD  DISP-FILE
001520      RECORDING MODE F.
001530  01  DISP-FIELDS.
001540      05  DSP-KEY.
001550          10  DSP-ACCT-NO     PIC X(08).
001560          10  DSP-SEQ         PIC 9(04).
001570      05  DSP-AMOUNT          PIC S9(7)V99 COMP-3.
001580      05  DSP-REFERENCE       PIC X(20).
001590      05  DSP-POSTED-DATE     PIC 9(08).
001600      05  DSP-OPEN-DATE       PIC 9(08).
001610      05  DSP-STATUS          PIC X(01).
001620          88  DSP-OPEN                    VALUE 'O'.
001630      05  DSP-RESOLVED-DATE   PIC 9(08).
001640      05  DSP-CREDIT-AMT      PIC S9(7)V99 COMP-3.
001650      05  DSP-REASON          PIC X(20).
001660      05  DSP-LAST-MAINT      PIC 9(08).
001670*
001680*  PORTFOLIO SNAPSHOTS APPENDED BY THE HELLO-WORLD LISTING RUN.
001690*  THE LAYOUTS MIRROR SNAP-COUNTRY-REC AND SNAP-GRAND-REC THERE;
001700*  ONLY THE GRAND TOTAL RECORDS ARE USED.
001710  FD  SNAPSHOT-FILE
001720      RECORDING MODE F.
001730  01  SNAP-COUNTRY-REC.
001740      05  SNPC-REC-TYPE       PIC X(01).
001750          88  SNAP-COUNTRY-TYPE           VALUE 'C'.
001760          88  SNAP-GRAND-TYPE             VALUE 'G'.
001770      05  SNPC-RUN-DATE       PIC 9(08).
001780      05  SNPC-COUNTRY        PIC X(20).
001790      05  SNPC-CURR-CODE      PIC X(03).
001800      05  SNPC-ACCT-COUNT     PIC 9(07).
001810      05  SNPC-BALANCE        PIC S9(9)V99
001820                              SIGN IS TRAILING SEPARATE.
001830      05  SNPC-USD-BALANCE    PIC S9(9)V99
001840                              SIGN IS TRAILING SEPARATE.
001850      05  SNPC-RATED-FLAG     PIC X(01).
001860  01  SNAP-GRAND-REC.
001870      05  SNPG-REC-TYPE       PIC X(01).
001880      05  SNPG-RUN-DATE       PIC 9(08).
001890      05  SNPG-RUN-DATE-X REDEFINES SNPG-RUN-DATE.
001900          10  SNPG-RUN-MONTH  PIC X(06).
001910          10  FILLER          PIC X(02).
001920      05  SNPG-GRAND-TOTAL    PIC S9(9)V99
001930                              SIGN IS TRAILING SEPARATE.
001940      05  SNPG-USD-TOTAL      PIC S9(9)V99
001950                              SIGN IS TRAILING SEPARATE.
001960      05  SNPG-RECORD-COUNT   PIC 9(07).
001970      05  SNPG-NORATE-COUNT   PIC 9(07).
001980      05  SNPG-OVERDUE-TOTAL  PIC S9(9)V99
001990                              SIGN IS TRAILING SEPARATE.
002000      05  SNPG-SUSPENDED-CNT  PIC 9(07).
002010      05  SNPG-CLOSED-CNT     PIC 9(07).
002020*
002030*****************************************************************
002040* BUREAU-FILE - THE BUREAU'S FIXED-FORMAT FILE. EVERY SEGMENT IS
002050* 150 BYTES; THE FIRST BYTE SAYS WHICH SEGMENT IT IS. AMOUNTS
002060* CARRY TWO IMPLIED DECIMALS.
002070*****************************************************************
002080  FD  BUREAU-FILE
002090      RECORDING MODE F.
002100  01  BUR-HEADER-REC.
002110      05  BRH-REC-TYPE        PIC X(01).
002120      05  BRH-REPORTER-ID     PIC X(10).
002130      05  BRH-REPORTER-NAME   PIC X(30).
002140      05  BRH-ACTIVITY-DATE   PIC 9(08).
002150      05  BRH-CREATED-DATE    PIC 9(08).
002160      05  BRH-CREATED-TIME    PIC 9(08).
002170      05  FILLER              PIC X(85).
002180  01  BUR-BASE-REC.
002190      05  BRB-REC-TYPE        PIC X(01).
002200      05  BRB-ACCT-NO         PIC X(08).
002210      05  BRB-CUST-NO         PIC X(08).
002220      05  BRB-LAST-NAME       PIC X(15).
002230      05  BRB-FIRST-NAME      PIC X(15).
002240      05  BRB-COUNTRY         PIC X(20).
002250      05  BRB-ACCT-STATUS     PIC X(02).
002260      05  BRB-SPECIAL-COMMENT PIC X(02).
002270      05  BRB-COMPLIANCE-CODE PIC X(02).
002280      05  BRB-CREDIT-LIMIT    PIC 9(09)V99.
002290      05  BRB-BALANCE         PIC S9(09)V99
002300                              SIGN IS TRAILING SEPARATE.
002310      05  BRB-PAST-DUE        PIC 9(09)V99.
002320      05  BRB-LAST-ACTIVITY   PIC 9(08).
002330      05  BRB-ACTIVITY-DATE   PIC 9(08).
002340      05  FILLER              PIC X(27).
002350  01  BUR-TRAILER-REC.
002360      05  BRT-REC-TYPE        PIC X(01).
002370      05  BRT-BASE-COUNT      PIC 9(07).
002380      05  BRT-CLOSED-COUNT    PIC 9(07).
002390      05  BRT-SUSPENDED-COUNT PIC 9(07).
002400      05  BRT-DISPUTED-COUNT  PIC 9(07).
002410      05  BRT-CHGOFF-COUNT    PIC 9(07).
002420      05  BRT-PAST-DUE-COUNT  PIC 9(07).
002430      05  BRT-LIMIT-TOTAL     PIC 9(13)V99.
002440      05  BRT-BALANCE-TOTAL   PIC S9(13)V99
002450                              SIGN IS TRAILING SEPARATE.
002460      05  BRT-PAST-DUE-TOTAL  PIC 9(13)V99.
002470      05  FILLER              PIC X(61).
002480*
002490*****************************************************************
002500* CONTROL-REPORT - SEGMENT COUNTS BY STATUS, THE BUREAU FILE
002510* TOTALS, THE RECONCILIATION TO THE SNAPSHOT AND THE VERDICT.
002520*****************************************************************
002530  FD  CONTROL-REPORT
002540      RECORDING MODE F.
002550  01  CTL-HEADING-LINE.
002560      05  FILLER              PIC X(34) VALUE
002570          "CREDIT BUREAU EXTRACT CONTROL FOR ".
002580      05  CTLH-DATE-O         PIC 9(8).
002590      05  FILLER              PIC X(6)  VALUE "   RUN".
002600      05  FILLER              PIC X(1)  VALUE SPACE.
002610      05  CTLH-RUN-DATE-O     PIC 9(8).
002620      05  FILLER              PIC X(43).
002630  01  CTL-COUNT-LINE.
002640      05  CTLC-LABEL-O        PIC X(40).
002650      05  CTLC-COUNT-O        PIC ZZZ,ZZ9.
002660      05  FILLER              PIC X(53).
002670  01  CTL-AMOUNT-LINE.
002680      05  CTLA-LABEL-O        PIC X(40).
002690      05  CTLA-AMOUNT-O       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002700      05  FILLER              PIC X(42).
002710  01  CTL-MARKER-LINE         PIC X(100).
002720*
002730*****************************************************************
002740* REJECT-LIST - ONE LINE PER ACCOUNT NOT REPORTED, WITH THE
002750* REASON.
002760*****************************************************************
002770  FD  REJECT-LIST
002780      RECORDING MODE F.
002790  01  REJ-HEADING-LINE.
002800      05  FILLER              PIC X(34) VALUE
002810          "CREDIT BUREAU EXTRACT REJECTS FOR ".
002820      05  REJH-DATE-O         PIC 9(8).
002830      05  FILLER              PIC X(58).
002840  01  REJ-DETAIL-LINE.
002850      05  REJD-ACCT-NO-O      PIC X(8).
002860      05  FILLER              PIC X(2)  VALUE SPACES.
002870      05  REJD-LAST-NAME-O    PIC X(15).
002880      05  FILLER              PIC X(1)  VALUE SPACE.
002890      05  REJD-FIRST-NAME-O   PIC X(15).
002900      05  FILLER              PIC X(2)  VALUE SPACES.
002910      05  REJD-CUST-NO-O      PIC X(8).
002920      05  FILLER              PIC X(2)  VALUE SPACES.
002930      05  REJD-REASON-O       PIC X(35).
002940      05  FILLER              PIC X(12).
002950  01  REJ-TOTAL-LINE.
002960      05  REJT-LABEL-O        PIC X(40).
002970      05  REJT-COUNT-O        PIC ZZZ,ZZ9.
002980      05  FILLER              PIC X(53).
002990*
003000 WORKING-STORAGE SECTION.
003010*
003020*  THE BUREAU'S IDENTIFIER AND NAME FOR THIS REPORTER.
003030  77  CB-REPORTER-ID          PIC X(10)   VALUE "ASDC000001".
003040  77  CB-REPORTER-NAME        PIC X(30)   VALUE
003050          "ACCOUNT SERVICES DATA CENTER".
003060*
003070*  REPORTING MONTH KEYED AT START-UP (YYYYMM), ITS LAST DAY IN
003080*  CALENDAR AND YYYYDDD FORM, AND THE RUN STAMP.
003090  77  CB-REPORT-MONTH         PIC X(06)   VALUE SPACES.
003100  01  CB-MONTH-WORK.
003110      05  CB-MONTH-YYYY       PIC 9(04).
003120      05  CB-MONTH-MM         PIC 9(02).
003130  77  CB-MONTH-END            PIC 9(08)   VALUE ZERO.
003140  77  CB-MONTH-END-DAY        PIC 9(07)   VALUE ZERO.
003150  77  CB-MONTH-END-DAYS       PIC S9(09) COMP VALUE ZERO.
003160  77  CB-RUN-DATE             PIC 9(08)   VALUE ZERO.
003170  77  CB-RUN-TIME             PIC 9(08)   VALUE ZERO.
003180*
003190*  END-OF-FILE SWITCHES.
003200  77  CB-ACCT-EOF-SWITCH      PIC X(01)   VALUE 'N'.
003210      88  END-OF-ACCT-FILE                VALUE 'Y'.
003220  77  CB-SNAP-EOF-SWITCH      PIC X(01)   VALUE 'N'.
003230      88  END-OF-SNAPSHOTS                VALUE 'Y'.
003240  77  CB-DISP-SCAN-SWITCH     PIC X(01)   VALUE 'N'.
003250      88  END-OF-DISPUTES                 VALUE 'Y'.
003260*
003270*  FILE STATUS FIELDS. WITHOUT THE CROSS-REFERENCE OR THE
003280*  CUSTOMER MASTER NO ACCOUNT HAS AN IDENTITY AND EVERY ONE IS
003290*  REJECTED; WITHOUT THE DISPUTE FILE NOTHING IS IN DISPUTE.
003300  77  CB-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
003310  77  CB-XREF-FILE-STATUS     PIC X(02)   VALUE SPACES.
003320  77  CB-CUST-FILE-STATUS     PIC X(02)   VALUE SPACES.
003330  77  CB-DISP-FILE-STATUS     PIC X(02)   VALUE SPACES.
003340  77  CB-SNAP-FILE-STATUS     PIC X(02)   VALUE SPACES.
003350*
003360*  SET ONCE AT OPEN - A KEYED READ THAT MISSES LEAVES "23" IN
003370*  THE STATUS REGISTER, SO WHETHER EACH FILE IS ON HAND IS
003380*  REMEMBERED HERE INSTEAD OF RE-TESTED PER ACCOUNT.
003390  77  CB-XREF-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
003400      88  XREF-ON-HAND                    VALUE 'Y'.
003410  77  CB-CUST-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
003420      88  CUST-MASTER-ON-HAND             VALUE 'Y'.
003430  77  CB-DISP-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
003440      88  DISP-FILE-ON-HAND               VALUE 'Y'.
003450*
003460*  PER-ACCOUNT WORK FIELDS.
003470  77  CB-VALID-SWITCH         PIC X(01)   VALUE 'Y'.
003480      88  VALID-ACCOUNT                   VALUE 'Y'.
003490  77  CB-REJECT-REASON        PIC X(35)   VALUE SPACES.
003500  77  CB-OPEN-DISPUTE-SWITCH  PIC X(01)   VALUE 'N'.
003510      88  HAS-OPEN-DISPUTE                VALUE 'Y'.
003520  77  CB-OWED-AMT             PIC S9(7)V99 COMP-3 VALUE ZERO.
003530  77  CB-PAST-DUE-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
003540  77  CB-DAYS-OLD             PIC S9(09) COMP VALUE ZERO.
003550  77  CB-BUCKET               PIC 9(01)   VALUE ZERO.
003560*
003570*  YYYYDDD-TO-DAY-COUNT WORK FIELDS (2700-DATE-TO-DAYS).
003580  77  CB-DATE-IN              PIC 9(07)   VALUE ZERO.
003590  77  CB-DAYS-OUT             PIC S9(09) COMP VALUE ZERO.
003600  77  CB-WORK-YEAR            PIC 9(04) COMP VALUE ZERO.
003610  77  CB-WORK-DDD             PIC 9(03) COMP VALUE ZERO.
003620  77  CB-WORK-YM1             PIC 9(04) COMP VALUE ZERO.
003630  77  CB-WORK-LEAPS           PIC S9(09) COMP VALUE ZERO.
003640  77  CB-WORK-Q4              PIC 9(04) COMP VALUE ZERO.
003650  77  CB-WORK-Q100            PIC 9(04) COMP VALUE ZERO.
003660  77  CB-WORK-Q400            PIC 9(04) COMP VALUE ZERO.
003670  77  CB-WORK-REM             PIC 9(04) COMP VALUE ZERO.
003680*
003690*  CALENDAR ARITHMETIC (2800-DAY-TO-DATE, 2850-SET-MONTH-DAYS).
003700*  THE TABLE HOLDS THE DAYS IN EACH MONTH OF A COMMON YEAR.
003710  01  CB-DATE-WORK.
003720      05  CB-DATE-YYYY        PIC 9(04).
003730      05  CB-DATE-MM          PIC 9(02).
003740      05  CB-DATE-DD          PIC 9(02).
003750  01  CB-MONTH-DAYS-VALUES.
003760      05  FILLER              PIC X(24) VALUE
003770          "312831303130313130313031".
003780  01  CB-MONTH-DAYS-TABLE REDEFINES CB-MONTH-DAYS-VALUES.
003790      05  CB-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
003800  77  CB-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
003810  77  CB-DAY-OF-YEAR          PIC 9(03) COMP VALUE ZERO.
003820  77  CB-WORK-Q               PIC 9(04) COMP VALUE ZERO.
003830  77  CB-WORK-R4              PIC 9(04) COMP VALUE ZERO.
003840  77  CB-WORK-R100            PIC 9(04) COMP VALUE ZERO.
003850  77  CB-WORK-R400            PIC 9(04) COMP VALUE ZERO.
003860*
003870*  THE MONTH'S SNAPSHOT - THE LAST GRAND TOTAL RECORD DATED IN
003880*  THE REPORTING MONTH.
003890  77  CB-SNAP-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
003900      88  SNAPSHOT-FOUND                  VALUE 'Y'.
003910  77  CB-SNAP-DATE            PIC 9(08)   VALUE ZERO.
003920  77  CB-SNAP-GRAND-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
003930  77  CB-SNAP-RECORD-COUNT    PIC 9(7) COMP VALUE ZERO.
003940*
003950*  RUN CONTROL TOTALS.
003960  77  CB-READ-COUNT           PIC 9(7) COMP VALUE ZERO.
003970  77  CB-BASE-COUNT           PIC 9(7) COMP VALUE ZERO.
003980  77  CB-REJECT-COUNT         PIC 9(7) COMP VALUE ZERO.
003990  77  CB-INVALID-COUNT        PIC 9(7) COMP VALUE ZERO.
004000  77  CB-CURRENT-COUNT        PIC 9(7) COMP VALUE ZERO.
004010  77  CB-30-DAY-COUNT         PIC 9(7) COMP VALUE ZERO.
004020  77  CB-60-DAY-COUNT         PIC 9(7) COMP VALUE ZERO.
004030  77  CB-90-DAY-COUNT         PIC 9(7) COMP VALUE ZERO.
004040  77  CB-PAID-CLOSED-COUNT    PIC 9(7) COMP VALUE ZERO.
004050  77  CB-CHGOFF-COUNT         PIC 9(7) COMP VALUE ZERO.
004060  77  CB-CLOSED-COUNT         PIC 9(7) COMP VALUE ZERO.
004070  77  CB-SUSPENDED-COUNT      PIC 9(7) COMP VALUE ZERO.
004080  77  CB-DISPUTED-COUNT       PIC 9(7) COMP VALUE ZERO.
004090  77  CB-PAST-DUE-COUNT       PIC 9(7) COMP VALUE ZERO.
004100  77  CB-UNDATED-COUNT        PIC 9(7) COMP VALUE ZERO.
004110  77  CB-LIMIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
004120  77  CB-OWED-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
004130  77  CB-PAST-DUE-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
004140  77  CB-REPORTED-BALANCE     PIC S9(13)V99 COMP-3 VALUE ZERO.
004150  77  CB-REJECTED-BALANCE     PIC S9(13)V99 COMP-3 VALUE ZERO.
004160  77  CB-ACCOUNTED-BALANCE    PIC S9(13)V99 COMP-3 VALUE ZERO.
004170  77  CB-BALANCE-DIFFERENCE   PIC S9(13)V99 COMP-3 VALUE ZERO.
004180  77  CB-ACCOUNTED-COUNT      PIC 9(7) COMP VALUE ZERO.
004190*
004200*  ERROR FLAGS - DECIDE THE RETURN CODE AT END OF STEP.
004210  77  CB-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
004220      88  STEP-FAILED                     VALUE 'Y'.
004230  77  CB-RECONCILED-SWITCH    PIC X(01)   VALUE 'N'.
004240      88  EXTRACT-RECONCILED              VALUE 'Y'.
004250*
004260 PROCEDURE DIVISION.
004270*
004280*****************************************************************
004290* 0000-MAINLINE - OVERALL CONTROL OF THE STEP.
004300*****************************************************************
004310 0000-MAINLINE.
004320     PERFORM 1000-INITIALIZE
004330         THRU 1000-EXIT.
004340     IF NOT STEP-FAILED
004350         PERFORM 2000-EXTRACT-ACCOUNTS
004360             THRU 2000-EXIT
004370         PERFORM 3000-FIND-SNAPSHOT
004380             THRU 3000-EXIT
004390         PERFORM 4000-FINALIZE
004400             THRU 4000-EXIT
004410     END-IF.
004420     PERFORM 9000-SET-RETURN-CODE
004430         THRU 9000-EXIT.
004440     STOP RUN.
004450*
004460*****************************************************************
004470* 1000-INITIALIZE - TAKE THE REPORTING MONTH, WORK OUT ITS LAST
004480* DAY, OPEN THE FILES AND START THE BUREAU FILE AND THE REJECT
004490* LISTING. A BAD MONTH OR A MASTER THAT WILL NOT OPEN ENDS THE
004500* STEP BEFORE ANYTHING IS WRITTEN.
004510*****************************************************************
004520 1000-INITIALIZE.
004530     ACCEPT CB-RUN-DATE FROM DATE YYYYMMDD.
004540     ACCEPT CB-RUN-TIME FROM TIME.
004550     DISPLAY "ACCTBURO - ENTER REPORTING MONTH (YYYYMM):".
004560     ACCEPT CB-REPORT-MONTH.
004570     IF CB-REPORT-MONTH NOT NUMERIC
004580         DISPLAY "ACCTBURO - MONTH IS NOT YYYYMM - NOTHING RUN"
004590         MOVE 'Y' TO CB-ERROR-SWITCH
004600         GO TO 1000-EXIT
004610     END-IF.
004620     MOVE CB-REPORT-MONTH TO CB-MONTH-WORK.
004630     IF CB-MONTH-MM < 1 OR CB-MONTH-MM > 12
004640             OR CB-MONTH-YYYY < 1900
004650         DISPLAY "ACCTBURO - MONTH IS NOT YYYYMM - NOTHING RUN"
004660         MOVE 'Y' TO CB-ERROR-SWITCH
004670         GO TO 1000-EXIT
004680     END-IF.
004690     PERFORM 1200-SET-MONTH-END
004700         THRU 1200-EXIT.
004710     IF CB-MONTH-END > CB-RUN-DATE
004720         DISPLAY "ACCTBURO - " CB-REPORT-MONTH
004730             " HAS NOT ENDED - NOTHING RUN"
004740         MOVE 'Y' TO CB-ERROR-SWITCH
004750         GO TO 1000-EXIT
004760     END-IF.
004770     OPEN INPUT ACCT-REC.
004780     IF CB-ACCT-FILE-STATUS NOT = "00"
004790         DISPLAY "ACCTBURO - CANNOT OPEN ACCTREC.DAT - STATUS "
004800             CB-ACCT-FILE-STATUS
004810         MOVE 'Y' TO CB-ERROR-SWITCH
004820         GO TO 1000-EXIT
004830     END-IF.
004840     PERFORM 1400-OPEN-IDENTITY-FILES
004850         THRU 1400-EXIT.
004860     OPEN OUTPUT BUREAU-FILE.
004870     MOVE SPACES TO BUR-HEADER-REC.
004880     MOVE 'H'              TO BRH-REC-TYPE.
004890     MOVE CB-REPORTER-ID   TO BRH-REPORTER-ID.
004900     MOVE CB-REPORTER-NAME TO BRH-REPORTER-NAME.
004910     MOVE CB-MONTH-END     TO BRH-ACTIVITY-DATE.
004920     MOVE CB-RUN-DATE      TO BRH-CREATED-DATE.
004930     MOVE CB-RUN-TIME      TO BRH-CREATED-TIME.
004940     WRITE BUR-HEADER-REC.
004950     OPEN OUTPUT REJECT-LIST.
004960     MOVE CB-MONTH-END TO REJH-DATE-O.
004970     WRITE REJ-HEADING-LINE.
004980 1000-EXIT.
004990     EXIT.
005000*
005010*****************************************************************
005020* 1200-SET-MONTH-END - SET THE LAST DAY OF THE REPORTING MONTH
005030* AS CB-MONTH-END (YYYYMMDD) AND CB-MONTH-END-DAY (YYYYDDD), AND
005040* ITS RUNNING DAY COUNT FOR THE AGING.
005050*****************************************************************
005060 1200-SET-MONTH-END.
005070     MOVE CB-MONTH-YYYY TO CB-DATE-YYYY.
005080     MOVE ZERO TO CB-DAY-OF-YEAR.
005090     PERFORM VARYING CB-DATE-MM FROM 1 BY 1
005100             UNTIL CB-DATE-MM > CB-MONTH-MM
005110         PERFORM 2850-SET-MONTH-DAYS
005120             THRU 2850-EXIT
005130         ADD CB-DAYS-IN-MONTH TO CB-DAY-OF-YEAR
005140     END-PERFORM.
005150     MOVE CB-MONTH-MM      TO CB-DATE-MM.
005160     PERFORM 2850-SET-MONTH-DAYS
005170         THRU 2850-EXIT.
005180     MOVE CB-DAYS-IN-MONTH TO CB-DATE-DD.
005190     MOVE CB-DATE-WORK     TO CB-MONTH-END.
005200     COMPUTE CB-MONTH-END-DAY =
005210         (CB-MONTH-YYYY * 1000) + CB-DAY-OF-YEAR.
005220     MOVE CB-MONTH-END-DAY TO CB-DATE-IN.
005230     PERFORM 2700-DATE-TO-DAYS
005240         THRU 2700-EXIT.
005250     MOVE CB-DAYS-OUT TO CB-MONTH-END-DAYS.
005260 1200-EXIT.
005270     EXIT.
005280*
005290*****************************************************************
005300* 1400-OPEN-IDENTITY-FILES - OPEN THE CROSS-REFERENCE, THE
005310* CUSTOMER MASTER AND THE DISPUTE FILE FOR KEYED READS, SAYING
005320* ON THE CONSOLE WHICH ARE NOT ON HAND.
005330*****************************************************************
005340 1400-OPEN-IDENTITY-FILES.
005350     OPEN INPUT XREF-FILE.
005360     IF CB-XREF-FILE-STATUS = "00"
005370         MOVE 'Y' TO CB-XREF-OPEN-SWITCH
005380     ELSE
005390         DISPLAY "ACCTBURO - NO CROSS-REFERENCE (ACCTCXRF.DAT)"
005400             " - EVERY ACCOUNT WILL BE REJECTED"
005410     END-IF.
005420     OPEN INPUT CUST-MASTER.
005430     IF CB-CUST-FILE-STATUS = "00"
005440         MOVE 'Y' TO CB-CUST-OPEN-SWITCH
005450     ELSE
005460         DISPLAY "ACCTBURO - NO CUSTOMER MASTER (ACCTCUST.DAT)"
005470             " - EVERY ACCOUNT WILL BE REJECTED"
005480     END-IF.
005490     OPEN INPUT DISP-FILE.
005500     IF CB-DISP-FILE-STATUS = "00"
005510         MOVE 'Y' TO CB-DISP-OPEN-SWITCH
005520     ELSE
005530         DISPLAY "ACCTBURO - NO DISPUTE FILE (ACCTDISP.DAT)"
005540             " - NO ACCOUNT REPORTED AS DISPUTED"
005550     END-IF.
005560 1400-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600* 2000-EXTRACT-ACCOUNTS - READ THE MASTER FRONT TO BACK AND
005610* REPORT OR REJECT EVERY ACCOUNT.
005620*****************************************************************
005630 2000-EXTRACT-ACCOUNTS.
005640     PERFORM UNTIL END-OF-ACCT-FILE
005650         READ ACCT-REC
005660             AT END
005670                 MOVE 'Y' TO CB-ACCT-EOF-SWITCH
005680             NOT AT END
005690                 ADD 1 TO CB-READ-COUNT
005700                 PERFORM 2200-EXTRACT-ONE-ACCOUNT
005710                     THRU 2200-EXIT
005720         END-READ
005730     END-PERFORM.
005740 2000-EXIT.
005750     EXIT.
005760*
005770*****************************************************************
005780* 2200-EXTRACT-ONE-ACCOUNT - A RECORD THE LISTING RUN WOULD
005790* REJECT IS LISTED AND LEFT OUT OF THE RECONCILIATION. AN
005800* ACCOUNT WITH NO USABLE IDENTITY IS LISTED AND ITS BALANCE
005810* CARRIED AS REJECTED. EVERY OTHER ACCOUNT GETS ITS BASE SEGMENT.
005820*****************************************************************
005830 2200-EXTRACT-ONE-ACCOUNT.
005840     PERFORM 2250-VALIDATE-ACCOUNT
005850         THRU 2250-EXIT.
005860     IF NOT VALID-ACCOUNT
005870         ADD 1 TO CB-INVALID-COUNT
005880         MOVE SPACES TO XREF-CUST-NO
005890         PERFORM 2950-WRITE-REJECT
005900             THRU 2950-EXIT
005910         GO TO 2200-EXIT
005920     END-IF.
005930     PERFORM 2300-FIND-IDENTITY
005940         THRU 2300-EXIT.
005950     IF CB-REJECT-REASON NOT = SPACES
005960         ADD 1 TO CB-REJECT-COUNT
005970         ADD ACCT-BALANCE TO CB-REJECTED-BALANCE
005980         PERFORM 2950-WRITE-REJECT
005990             THRU 2950-EXIT
006000         GO TO 2200-EXIT
006010     END-IF.
006020     PERFORM 2400-BUILD-BASE-SEGMENT
006030         THRU 2400-EXIT.
006040     WRITE BUR-BASE-REC.
006050     ADD 1 TO CB-BASE-COUNT.
006060     ADD ACCT-BALANCE TO CB-REPORTED-BALANCE.
006070 2200-EXIT.
006080     EXIT.
006090*
006100*****************************************************************
006110* 2250-VALIDATE-ACCOUNT - THE SAME RECORD CHECKS THE LISTING RUN
006120* MAKES BEFORE AN ACCOUNT COUNTS IN ITS GRAND TOTAL.
006130*****************************************************************
006140 2250-VALIDATE-ACCOUNT.
006150     MOVE 'Y' TO CB-VALID-SWITCH.
006160     MOVE SPACES TO CB-REJECT-REASON.
006170     EVALUATE TRUE
006180         WHEN ACCT-NO = SPACES
006190             MOVE "ACCOUNT NUMBER IS BLANK" TO CB-REJECT-REASON
006200         WHEN ACCT-NO NOT NUMERIC
006210             MOVE "ACCOUNT NUMBER IS NOT NUMERIC" TO
006220                 CB-REJECT-REASON
006230         WHEN ACCT-LIMIT NOT NUMERIC
006240             MOVE "CREDIT LIMIT FIELD IS CORRUPTED" TO
006250                 CB-REJECT-REASON
006260         WHEN ACCT-BALANCE NOT NUMERIC
006270             MOVE "BALANCE FIELD IS CORRUPTED" TO CB-REJECT-REASON
006280         WHEN OTHER
006290             CONTINUE
006300     END-EVALUATE.
006310     IF CB-REJECT-REASON NOT = SPACES
006320         MOVE 'N' TO CB-VALID-SWITCH
006330     END-IF.
006340 2250-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380* 2300-FIND-IDENTITY - KEYED READS OF THE ACCOUNT'S LINK AND ITS
006390* CUSTOMER. LEAVES CB-REJECT-REASON SET WHEN THE IDENTITY IS
006400* MISSING OR INCOMPLETE.
006410*****************************************************************
006420 2300-FIND-IDENTITY.
006430     MOVE SPACES TO CB-REJECT-REASON.
006440     MOVE SPACES TO XREF-CUST-NO.
006450     IF NOT XREF-ON-HAND OR NOT CUST-MASTER-ON-HAND
006460         MOVE "CUSTOMER FILES NOT ON HAND" TO CB-REJECT-REASON
006470         GO TO 2300-EXIT
006480     END-IF.
006490     MOVE ACCT-NO TO XREF-ACCT-NO.
006500     READ XREF-FILE
006510         INVALID KEY
006520             MOVE "NOT LINKED TO A CUSTOMER" TO CB-REJECT-REASON
006530             MOVE SPACES TO XREF-CUST-NO
006540     END-READ.
006550     IF CB-REJECT-REASON NOT = SPACES
006560         GO TO 2300-EXIT
006570     END-IF.
006580     MOVE XREF-CUST-NO TO CUST-NO.
006590     READ CUST-MASTER
006600         INVALID KEY
006610             MOVE "LINKED CUSTOMER NOT ON FILE" TO
006620                 CB-REJECT-REASON
006630     END-READ.
006640     IF CB-REJECT-REASON NOT = SPACES
006650         GO TO 2300-EXIT
006660     END-IF.
006670     IF CUST-LAST-NAME = SPACES
006680         MOVE "CUSTOMER HAS NO LAST NAME" TO CB-REJECT-REASON
006690         GO TO 2300-EXIT
006700     END-IF.
006710     IF CUST-COUNTRY = SPACES
006720         MOVE "CUSTOMER HAS NO COUNTRY" TO CB-REJECT-REASON
006730     END-IF.
006740 2300-EXIT.
006750     EXIT.
006760*
006770*****************************************************************
006780* 2400-BUILD-BASE-SEGMENT - FILL IN ONE BASE SEGMENT: IDENTITY,
006790* AMOUNTS, ACCOUNT STATUS CODE, SPECIAL COMMENT AND COMPLIANCE
006800* CODE, AND ROLL IT INTO THE TRAILER TOTALS.
006810*****************************************************************
006820 2400-BUILD-BASE-SEGMENT.
006830     MOVE SPACES TO BUR-BASE-REC.
006840     MOVE 'B'             TO BRB-REC-TYPE.
006850     MOVE ACCT-NO         TO BRB-ACCT-NO.
006860     MOVE CUST-NO         TO BRB-CUST-NO.
006870     MOVE CUST-LAST-NAME  TO BRB-LAST-NAME.
006880     MOVE CUST-FIRST-NAME TO BRB-FIRST-NAME.
006890     MOVE CUST-COUNTRY    TO BRB-COUNTRY.
006900     MOVE ACCT-LIMIT      TO BRB-CREDIT-LIMIT.
006910     COMPUTE CB-OWED-AMT = ZERO - ACCT-BALANCE.
006920     MOVE CB-OWED-AMT     TO BRB-BALANCE.
006930     MOVE CB-MONTH-END    TO BRB-ACTIVITY-DATE.
006940     PERFORM 2500-AGE-ACCOUNT
006950         THRU 2500-EXIT.
006960     MOVE ZERO TO CB-PAST-DUE-AMT.
006970     EVALUATE TRUE
006980         WHEN ACCT-CHARGED-OFF
006990             MOVE "97" TO BRB-ACCT-STATUS
007000             ADD 1 TO CB-CHGOFF-COUNT
007010             IF CB-OWED-AMT > ZERO
007020                 MOVE CB-OWED-AMT TO CB-PAST-DUE-AMT
007030             END-IF
007040         WHEN CB-OWED-AMT NOT > ZERO AND ACCT-CLOSED
007050             MOVE "13" TO BRB-ACCT-STATUS
007060             ADD 1 TO CB-PAID-CLOSED-COUNT
007070         WHEN CB-OWED-AMT NOT > ZERO OR CB-BUCKET = 1
007080             MOVE "11" TO BRB-ACCT-STATUS
007090             ADD 1 TO CB-CURRENT-COUNT
007100         WHEN CB-BUCKET = 2
007110             MOVE "71" TO BRB-ACCT-STATUS
007120             ADD 1 TO CB-30-DAY-COUNT
007130             MOVE CB-OWED-AMT TO CB-PAST-DUE-AMT
007140         WHEN CB-BUCKET = 3
007150             MOVE "78" TO BRB-ACCT-STATUS
007160             ADD 1 TO CB-60-DAY-COUNT
007170             MOVE CB-OWED-AMT TO CB-PAST-DUE-AMT
007180         WHEN OTHER
007190             MOVE "80" TO BRB-ACCT-STATUS
007200             ADD 1 TO CB-90-DAY-COUNT
007210             MOVE CB-OWED-AMT TO CB-PAST-DUE-AMT
007220     END-EVALUATE.
007230     MOVE CB-PAST-DUE-AMT TO BRB-PAST-DUE.
007240     IF CB-PAST-DUE-AMT > ZERO
007250         ADD 1 TO CB-PAST-DUE-COUNT
007260     END-IF.
007270     EVALUATE TRUE
007280         WHEN ACCT-CLOSED
007290             MOVE "CL" TO BRB-SPECIAL-COMMENT
007300             ADD 1 TO CB-CLOSED-COUNT
007310         WHEN ACCT-SUSPENDED
007320             MOVE "SP" TO BRB-SPECIAL-COMMENT
007330             ADD 1 TO CB-SUSPENDED-COUNT
007340         WHEN OTHER
007350             CONTINUE
007360     END-EVALUATE.
007370     PERFORM 2600-CHECK-DISPUTES
007380         THRU 2600-EXIT.
007390     IF HAS-OPEN-DISPUTE
007400         MOVE "XB" TO BRB-COMPLIANCE-CODE
007410         ADD 1 TO CB-DISPUTED-COUNT
007420     END-IF.
007430     ADD ACCT-LIMIT      TO CB-LIMIT-TOTAL.
007440     ADD CB-OWED-AMT     TO CB-OWED-TOTAL.
007450     ADD CB-PAST-DUE-AMT TO CB-PAST-DUE-TOTAL.
007460 2400-EXIT.
007470     EXIT.
007480*
007490*****************************************************************
007500* 2500-AGE-ACCOUNT - BUCKET THE ACCOUNT BY THE DAYS FROM ITS
007510* LAST-ACTIVITY DATE TO THE MONTH END, THE SAME WAY ACCTAGE
007520* DOES, AND SET THE LAST-ACTIVITY DATE ON THE SEGMENT. A BLANK
007530* OR UNREADABLE DATE AGES INTO 90-PLUS AND IS SENT AS ZEROS.
007540*****************************************************************
007550 2500-AGE-ACCOUNT.
007560     MOVE ZERO TO BRB-LAST-ACTIVITY.
007570     IF ACCT-LAST-ACTIVITY NOT NUMERIC
007580             OR ACCT-LAST-ACTIVITY = ZERO
007590         IF CB-OWED-AMT > ZERO
007600             ADD 1 TO CB-UNDATED-COUNT
007610         END-IF
007620         MOVE 4 TO CB-BUCKET
007630         GO TO 2500-EXIT
007640     END-IF.
007650     MOVE ACCT-LAST-ACTIVITY TO CB-DATE-IN.
007660     PERFORM 2700-DATE-TO-DAYS
007670         THRU 2700-EXIT.
007680     COMPUTE CB-DAYS-OLD = CB-MONTH-END-DAYS - CB-DAYS-OUT.
007690     EVALUATE TRUE
007700         WHEN CB-DAYS-OLD < 30
007710             MOVE 1 TO CB-BUCKET
007720         WHEN CB-DAYS-OLD < 60
007730             MOVE 2 TO CB-BUCKET
007740         WHEN CB-DAYS-OLD < 90
007750             MOVE 3 TO CB-BUCKET
007760         WHEN OTHER
007770             MOVE 4 TO CB-BUCKET
007780     END-EVALUATE.
007790     PERFORM 2800-DAY-TO-DATE
007800         THRU 2800-EXIT.
007810     MOVE CB-DATE-WORK TO BRB-LAST-ACTIVITY.
007820 2500-EXIT.
007830     EXIT.
007840*
007850*****************************************************************
007860* 2600-CHECK-DISPUTES - SAY WHETHER THE ACCOUNT HAS ANY OPEN
007870* DISPUTE ON THE DISPUTE FILE.
007880*****************************************************************
007890 2600-CHECK-DISPUTES.
007900     MOVE 'N' TO CB-OPEN-DISPUTE-SWITCH.
007910     IF NOT DISP-FILE-ON-HAND
007920         GO TO 2600-EXIT
007930     END-IF.
007940     MOVE 'N' TO CB-DISP-SCAN-SWITCH.
007950     MOVE ACCT-NO TO DSP-ACCT-NO.
007960     MOVE ZERO    TO DSP-SEQ.
007970     START DISP-FILE KEY NOT < DSP-KEY
007980         INVALID KEY
007990             GO TO 2600-EXIT
008000     END-START.
008010     PERFORM UNTIL END-OF-DISPUTES OR HAS-OPEN-DISPUTE
008020         READ DISP-FILE NEXT RECORD
008030             AT END
008040                 MOVE 'Y' TO CB-DISP-SCAN-SWITCH
008050             NOT AT END
008060                 IF DSP-ACCT-NO NOT = ACCT-NO
008070                     MOVE 'Y' TO CB-DISP-SCAN-SWITCH
008080                 ELSE
008090                     IF DSP-OPEN
008100                         MOVE 'Y' TO CB-OPEN-DISPUTE-SWITCH
008110                     END-IF
008120                 END-IF
008130         END-READ
008140     END-PERFORM.
008150 2600-EXIT.
008160     EXIT.
008170*
008180*****************************************************************
008190* 2700-DATE-TO-DAYS - TURN A YYYYDDD DATE IN CB-DATE-IN INTO A
008200* RUNNING DAY COUNT IN CB-DAYS-OUT SO TWO DATES CAN BE
008210* SUBTRACTED. LEAP YEARS ARE COUNTED THROUGH THE PRIOR YEAR
008220* (EVERY 4TH, LESS EVERY 100TH, PLUS EVERY 400TH).
008230*****************************************************************
008240 2700-DATE-TO-DAYS.
008250     DIVIDE CB-DATE-IN BY 1000 GIVING CB-WORK-YEAR
008260         REMAINDER CB-WORK-DDD.
008270     COMPUTE CB-WORK-YM1 = CB-WORK-YEAR - 1.
008280     DIVIDE CB-WORK-YM1 BY 4 GIVING CB-WORK-Q4
008290         REMAINDER CB-WORK-REM.
008300     DIVIDE CB-WORK-YM1 BY 100 GIVING CB-WORK-Q100
008310         REMAINDER CB-WORK-REM.
008320     DIVIDE CB-WORK-YM1 BY 400 GIVING CB-WORK-Q400
008330         REMAINDER CB-WORK-REM.
008340     COMPUTE CB-WORK-LEAPS =
008350         CB-WORK-Q4 - CB-WORK-Q100 + CB-WORK-Q400.
008360     COMPUTE CB-DAYS-OUT =
008370         (CB-WORK-YM1 * 365) + CB-WORK-LEAPS + CB-WORK-DDD.
008380 2700-EXIT.
008390     EXIT.
008400*
008410*****************************************************************
008420* 2800-DAY-TO-DATE - TURN THE YYYYDDD DATE IN CB-DATE-IN INTO A
008430* CALENDAR DATE IN CB-DATE-WORK, MONTH BY MONTH.
008440*****************************************************************
008450 2800-DAY-TO-DATE.
008460     DIVIDE CB-DATE-IN BY 1000 GIVING CB-DATE-YYYY
008470         REMAINDER CB-DAY-OF-YEAR.
008480     MOVE 1 TO CB-DATE-MM.
008490     PERFORM 2850-SET-MONTH-DAYS
008500         THRU 2850-EXIT.
008510     PERFORM UNTIL CB-DAY-OF-YEAR NOT > CB-DAYS-IN-MONTH
008520             OR CB-DATE-MM = 12
008530         SUBTRACT CB-DAYS-IN-MONTH FROM CB-DAY-OF-YEAR
008540         ADD 1 TO CB-DATE-MM
008550         PERFORM 2850-SET-MONTH-DAYS
008560             THRU 2850-EXIT
008570     END-PERFORM.
008580     MOVE CB-DAY-OF-YEAR TO CB-DATE-DD.
008590 2800-EXIT.
008600     EXIT.
008610*
008620*****************************************************************
008630* 2850-SET-MONTH-DAYS - SET CB-DAYS-IN-MONTH FOR THE MONTH IN
008640* CB-DATE-WORK, FEBRUARY HAVING 29 DAYS IN A LEAP YEAR.
008650*****************************************************************
008660 2850-SET-MONTH-DAYS.
008670     MOVE CB-MONTH-DAYS(CB-DATE-MM) TO CB-DAYS-IN-MONTH.
008680     IF CB-DATE-MM = 2
008690         DIVIDE CB-DATE-YYYY BY 4 GIVING CB-WORK-Q
008700             REMAINDER CB-WORK-R4
008710         DIVIDE CB-DATE-YYYY BY 100 GIVING CB-WORK-Q
008720             REMAINDER CB-WORK-R100
008730         DIVIDE CB-DATE-YYYY BY 400 GIVING CB-WORK-Q
008740             REMAINDER CB-WORK-R400
008750         IF CB-WORK-R4 = ZERO
008760                 AND (CB-WORK-R100 NOT = ZERO
008770                      OR CB-WORK-R400 = ZERO)
008780             MOVE 29 TO CB-DAYS-IN-MONTH
008790         END-IF
008800     END-IF.
008810 2850-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850* 2950-WRITE-REJECT - LIST ONE ACCOUNT THAT CANNOT BE REPORTED,
008860* WITH THE MASTER NAME, ANY LINKED CUSTOMER AND THE REASON.
008870*****************************************************************
008880 2950-WRITE-REJECT.
008890     MOVE SPACES TO REJ-DETAIL-LINE.
008900     MOVE ACCT-NO          TO REJD-ACCT-NO-O.
008910     MOVE LAST-NAME        TO REJD-LAST-NAME-O.
008920     MOVE FIRST-NAME       TO REJD-FIRST-NAME-O.
008930     MOVE XREF-CUST-NO     TO REJD-CUST-NO-O.
008940     MOVE CB-REJECT-REASON TO REJD-REASON-O.
008950     WRITE REJ-DETAIL-LINE.
008960 2950-EXIT.
008970     EXIT.
008980*
008990*****************************************************************
009000* 3000-FIND-SNAPSHOT - READ THE SNAPSHOT FILE AND KEEP THE LAST
009010* GRAND TOTAL RECORD DATED IN THE REPORTING MONTH. THE FILE IS
009020* APPENDED NIGHTLY, SO THE LAST ONE FOUND IS THE MONTH END (OR
009030* THE LATEST RERUN OF IT).
009040*****************************************************************
009050 3000-FIND-SNAPSHOT.
009060     OPEN INPUT SNAPSHOT-FILE.
009070     IF CB-SNAP-FILE-STATUS NOT = "00"
009080         DISPLAY "ACCTBURO - NO SNAPSHOT FILE (ACCTSNAP.DAT)"
009090         GO TO 3000-EXIT
009100     END-IF.
009110     PERFORM UNTIL END-OF-SNAPSHOTS
009120         READ SNAPSHOT-FILE
009130             AT END
009140                 MOVE 'Y' TO CB-SNAP-EOF-SWITCH
009150             NOT AT END
009160                 IF SNAP-GRAND-TYPE
009170                         AND SNPG-RUN-MONTH = CB-REPORT-MONTH
009180                     MOVE 'Y' TO CB-SNAP-FOUND-SWITCH
009190                     MOVE SNPG-RUN-DATE     TO CB-SNAP-DATE
009200                     MOVE SNPG-GRAND-TOTAL  TO CB-SNAP-GRAND-TOTAL
009210                     MOVE SNPG-RECORD-COUNT
009220                         TO CB-SNAP-RECORD-COUNT
009230                 END-IF
009240         END-READ
009250     END-PERFORM.
009260     CLOSE SNAPSHOT-FILE.
009270 3000-EXIT.
009280     EXIT.
009290*
009300*****************************************************************
009310* 4000-FINALIZE - WRITE THE TRAILER, RECONCILE TO THE SNAPSHOT,
009320* WRITE THE CONTROL REPORT, EMPTY THE BUREAU FILE IF IT DID NOT
009330* RECONCILE, CLOSE THE FILES AND DISPLAY THE RUN TOTALS.
009340*****************************************************************
009350 4000-FINALIZE.
009360     MOVE SPACES TO BUR-TRAILER-REC.
009370     MOVE 'T'                TO BRT-REC-TYPE.
009380     MOVE CB-BASE-COUNT      TO BRT-BASE-COUNT.
009390     MOVE CB-CLOSED-COUNT    TO BRT-CLOSED-COUNT.
009400     MOVE CB-SUSPENDED-COUNT TO BRT-SUSPENDED-COUNT.
009410     MOVE CB-DISPUTED-COUNT  TO BRT-DISPUTED-COUNT.
009420     MOVE CB-CHGOFF-COUNT    TO BRT-CHGOFF-COUNT.
009430     MOVE CB-PAST-DUE-COUNT  TO BRT-PAST-DUE-COUNT.
009440     MOVE CB-LIMIT-TOTAL     TO BRT-LIMIT-TOTAL.
009450     MOVE CB-OWED-TOTAL      TO BRT-BALANCE-TOTAL.
009460     MOVE CB-PAST-DUE-TOTAL  TO BRT-PAST-DUE-TOTAL.
009470     WRITE BUR-TRAILER-REC.
009480     CLOSE BUREAU-FILE.
009490     COMPUTE CB-ACCOUNTED-BALANCE =
009500         CB-REPORTED-BALANCE + CB-REJECTED-BALANCE.
009510     COMPUTE CB-ACCOUNTED-COUNT = CB-BASE-COUNT + CB-REJECT-COUNT.
009520     COMPUTE CB-BALANCE-DIFFERENCE =
009530         CB-ACCOUNTED-BALANCE - CB-SNAP-GRAND-TOTAL.
009540     IF SNAPSHOT-FOUND
009550             AND CB-BALANCE-DIFFERENCE = ZERO
009560             AND CB-ACCOUNTED-COUNT = CB-SNAP-RECORD-COUNT
009570         MOVE 'Y' TO CB-RECONCILED-SWITCH
009580     ELSE
009590         MOVE 'Y' TO CB-ERROR-SWITCH
009600         OPEN OUTPUT BUREAU-FILE
009610         CLOSE BUREAU-FILE
009620     END-IF.
009630     PERFORM 4200-WRITE-CONTROL-REPORT
009640         THRU 4200-EXIT.
009650     MOVE SPACES TO REJ-TOTAL-LINE.
009660     MOVE "ACCOUNTS WITH NO USABLE IDENTITY     : " TO
009670         REJT-LABEL-O.
009680     MOVE CB-REJECT-COUNT TO REJT-COUNT-O.
009690     WRITE REJ-TOTAL-LINE.
009700     MOVE SPACES TO REJ-TOTAL-LINE.
009710     MOVE "RECORDS FAILING VALIDATION           : " TO
009720         REJT-LABEL-O.
009730     MOVE CB-INVALID-COUNT TO REJT-COUNT-O.
009740     WRITE REJ-TOTAL-LINE.
009750     CLOSE REJECT-LIST.
009760     CLOSE ACCT-REC.
009770     IF XREF-ON-HAND
009780         CLOSE XREF-FILE
009790     END-IF.
009800     IF CUST-MASTER-ON-HAND
009810         CLOSE CUST-MASTER
009820     END-IF.
009830     IF DISP-FILE-ON-HAND
009840         CLOSE DISP-FILE
009850     END-IF.
009860     DISPLAY "ACCTBURO RUN TOTALS -".
009870     DISPLAY "  MASTER RECORDS READ  : " CB-READ-COUNT.
009880     DISPLAY "  BASE SEGMENTS WRITTEN: " CB-BASE-COUNT.
009890     DISPLAY "  REJECTED - IDENTITY  : " CB-REJECT-COUNT.
009900     DISPLAY "  REJECTED - VALIDATION: " CB-INVALID-COUNT.
009910     DISPLAY "  DISPUTED ACCOUNTS    : " CB-DISPUTED-COUNT.
009920     DISPLAY "  UNDATED DEBITS (80)  : " CB-UNDATED-COUNT.
009930     IF EXTRACT-RECONCILED
009940         DISPLAY "  EXTRACT RECONCILES TO THE SNAPSHOT OF "
009950             CB-SNAP-DATE
009960     ELSE
009970         DISPLAY "  EXTRACT DOES NOT RECONCILE - ACCTBURO.DAT "
009980             "LEFT EMPTY"
009990     END-IF.
010000 4000-EXIT.
010010     EXIT.
010020*
010030*****************************************************************
010040* 4200-WRITE-CONTROL-REPORT - THE SEGMENT COUNTS BY STATUS, THE
010050* BUREAU FILE TOTALS, THE RECONCILIATION AND THE VERDICT LINE.
010060*****************************************************************
010070 4200-WRITE-CONTROL-REPORT.
010080     OPEN OUTPUT CONTROL-REPORT.
010090     MOVE CB-MONTH-END TO CTLH-DATE-O.
010100     MOVE CB-RUN-DATE  TO CTLH-RUN-DATE-O.
010110     WRITE CTL-HEADING-LINE.
010120     MOVE SPACES TO CTL-MARKER-LINE.
010130     WRITE CTL-MARKER-LINE.
010140     MOVE "MASTER RECORDS READ                  : " TO
010150         CTLC-LABEL-O.
010160     MOVE CB-READ-COUNT TO CTLC-COUNT-O.
010170     PERFORM 4400-WRITE-COUNT-LINE
010180         THRU 4400-EXIT.
010190     MOVE "BASE SEGMENTS WRITTEN                : " TO
010200         CTLC-LABEL-O.
010210     MOVE CB-BASE-COUNT TO CTLC-COUNT-O.
010220     PERFORM 4400-WRITE-COUNT-LINE
010230         THRU 4400-EXIT.
010240     MOVE "  11 CURRENT OR NOTHING OWED         : " TO
010250         CTLC-LABEL-O.
010260     MOVE CB-CURRENT-COUNT TO CTLC-COUNT-O.
010270     PERFORM 4400-WRITE-COUNT-LINE
010280         THRU 4400-EXIT.
010290     MOVE "  71 30-59 DAYS                      : " TO
010300         CTLC-LABEL-O.
010310     MOVE CB-30-DAY-COUNT TO CTLC-COUNT-O.
010320     PERFORM 4400-WRITE-COUNT-LINE
010330         THRU 4400-EXIT.
010340     MOVE "  78 60-89 DAYS                      : " TO
010350         CTLC-LABEL-O.
010360     MOVE CB-60-DAY-COUNT TO CTLC-COUNT-O.
010370     PERFORM 4400-WRITE-COUNT-LINE
010380         THRU 4400-EXIT.
010390     MOVE "  80 90 DAYS OR MORE                 : " TO
010400         CTLC-LABEL-O.
010410     MOVE CB-90-DAY-COUNT TO CTLC-COUNT-O.
010420     PERFORM 4400-WRITE-COUNT-LINE
010430         THRU 4400-EXIT.
010440     MOVE "  13 CLOSED, NOTHING OWED            : " TO
010450         CTLC-LABEL-O.
010460     MOVE CB-PAID-CLOSED-COUNT TO CTLC-COUNT-O.
010470     PERFORM 4400-WRITE-COUNT-LINE
010480         THRU 4400-EXIT.
010490     MOVE "  97 CHARGED OFF                     : " TO
010500         CTLC-LABEL-O.
010510     MOVE CB-CHGOFF-COUNT TO CTLC-COUNT-O.
010520     PERFORM 4400-WRITE-COUNT-LINE
010530         THRU 4400-EXIT.
010540     MOVE "  CL CLOSED                          : " TO
010550         CTLC-LABEL-O.
010560     MOVE CB-CLOSED-COUNT TO CTLC-COUNT-O.
010570     PERFORM 4400-WRITE-COUNT-LINE
010580         THRU 4400-EXIT.
010590     MOVE "  SP SUSPENDED                       : " TO
010600         CTLC-LABEL-O.
010610     MOVE CB-SUSPENDED-COUNT TO CTLC-COUNT-O.
010620     PERFORM 4400-WRITE-COUNT-LINE
010630         THRU 4400-EXIT.
010640     MOVE "  XB OPEN DISPUTE                    : " TO
010650         CTLC-LABEL-O.
010660     MOVE CB-DISPUTED-COUNT TO CTLC-COUNT-O.
010670     PERFORM 4400-WRITE-COUNT-LINE
010680         THRU 4400-EXIT.
010690     MOVE "REJECTED - NO USABLE IDENTITY        : " TO
010700         CTLC-LABEL-O.
010710     MOVE CB-REJECT-COUNT TO CTLC-COUNT-O.
010720     PERFORM 4400-WRITE-COUNT-LINE
010730         THRU 4400-EXIT.
010740     MOVE "REJECTED - FAILS VALIDATION          : " TO
010750         CTLC-LABEL-O.
010760     MOVE CB-INVALID-COUNT TO CTLC-COUNT-O.
010770     PERFORM 4400-WRITE-COUNT-LINE
010780         THRU 4400-EXIT.
010790     MOVE SPACES TO CTL-MARKER-LINE.
010800     WRITE CTL-MARKER-LINE.
010810     MOVE "TRAILER CREDIT LIMIT TOTAL           : " TO
010820         CTLA-LABEL-O.
010830     MOVE CB-LIMIT-TOTAL TO CTLA-AMOUNT-O.
010840     PERFORM 4600-WRITE-AMOUNT-LINE
010850         THRU 4600-EXIT.
010860     MOVE "TRAILER BALANCE OWED TOTAL           : " TO
010870         CTLA-LABEL-O.
010880     MOVE CB-OWED-TOTAL TO CTLA-AMOUNT-O.
010890     PERFORM 4600-WRITE-AMOUNT-LINE
010900         THRU 4600-EXIT.
010910     MOVE "TRAILER PAST-DUE TOTAL               : " TO
010920         CTLA-LABEL-O.
010930     MOVE CB-PAST-DUE-TOTAL TO CTLA-AMOUNT-O.
010940     PERFORM 4600-WRITE-AMOUNT-LINE
010950         THRU 4600-EXIT.
010960     MOVE SPACES TO CTL-MARKER-LINE.
010970     WRITE CTL-MARKER-LINE.
010980     MOVE "MASTER BALANCE OF REPORTED ACCOUNTS  : " TO
010990         CTLA-LABEL-O.
011000     MOVE CB-REPORTED-BALANCE TO CTLA-AMOUNT-O.
011010     PERFORM 4600-WRITE-AMOUNT-LINE
011020         THRU 4600-EXIT.
011030     MOVE "MASTER BALANCE OF REJECTED ACCOUNTS  : " TO
011040         CTLA-LABEL-O.
011050     MOVE CB-REJECTED-BALANCE TO CTLA-AMOUNT-O.
011060     PERFORM 4600-WRITE-AMOUNT-LINE
011070         THRU 4600-EXIT.
011080     MOVE "MASTER BALANCE ACCOUNTED FOR         : " TO
011090         CTLA-LABEL-O.
011100     MOVE CB-ACCOUNTED-BALANCE TO CTLA-AMOUNT-O.
011110     PERFORM 4600-WRITE-AMOUNT-LINE
011120         THRU 4600-EXIT.
011130     MOVE SPACES TO CTL-MARKER-LINE.
011140     IF SNAPSHOT-FOUND
011150         PERFORM 4300-WRITE-SNAPSHOT-LINES
011160             THRU 4300-EXIT
011170     ELSE
011180         MOVE "NO GRAND TOTAL FOR THE MONTH ON ACCTSNAP.DAT"
011190             TO CTL-MARKER-LINE
011200         WRITE CTL-MARKER-LINE
011210     END-IF.
011220     MOVE SPACES TO CTL-MARKER-LINE.
011230     WRITE CTL-MARKER-LINE.
011240     IF EXTRACT-RECONCILED
011250         MOVE "EXTRACT RECONCILES TO SNAPSHOT" TO CTL-MARKER-LINE
011260     ELSE
011270         MOVE "EXTRACT DOES NOT RECONCILE - ACCTBURO.DAT EMPTIED"
011280             TO CTL-MARKER-LINE
011290     END-IF.
011300     WRITE CTL-MARKER-LINE.
011310     MOVE SPACES TO CTL-MARKER-LINE.
011320     MOVE "*** END OF REPORT ***" TO CTL-MARKER-LINE.
011330     WRITE CTL-MARKER-LINE.
011340     CLOSE CONTROL-REPORT.
011350 4200-EXIT.
011360     EXIT.
011370*
011380*****************************************************************
011390* 4300-WRITE-SNAPSHOT-LINES - THE MONTH'S SNAPSHOT GRAND TOTAL
011400* AND RECORD COUNT SET AGAINST WHAT THE EXTRACT ACCOUNTED FOR.
011410*****************************************************************
011420 4300-WRITE-SNAPSHOT-LINES.
011430     MOVE SPACES TO CTL-MARKER-LINE.
011440     MOVE "SNAPSHOT GRAND TOTAL OF" TO CTL-MARKER-LINE(1:23).
011450     MOVE CB-SNAP-DATE TO CTL-MARKER-LINE(25:8).
011460     WRITE CTL-MARKER-LINE.
011470     MOVE "  GRAND TOTAL                        : " TO
011480         CTLA-LABEL-O.
011490     MOVE CB-SNAP-GRAND-TOTAL TO CTLA-AMOUNT-O.
011500     PERFORM 4600-WRITE-AMOUNT-LINE
011510         THRU 4600-EXIT.
011520     MOVE "  DIFFERENCE                         : " TO
011530         CTLA-LABEL-O.
011540     MOVE CB-BALANCE-DIFFERENCE TO CTLA-AMOUNT-O.
011550     PERFORM 4600-WRITE-AMOUNT-LINE
011560         THRU 4600-EXIT.
011570     MOVE "  ACCOUNTS ON THE SNAPSHOT           : " TO
011580         CTLC-LABEL-O.
011590     MOVE CB-SNAP-RECORD-COUNT TO CTLC-COUNT-O.
011600     PERFORM 4400-WRITE-COUNT-LINE
011610         THRU 4400-EXIT.
011620     MOVE "  ACCOUNTS REPORTED PLUS REJECTED    : " TO
011630         CTLC-LABEL-O.
011640     MOVE CB-ACCOUNTED-COUNT TO CTLC-COUNT-O.
011650     PERFORM 4400-WRITE-COUNT-LINE
011660         THRU 4400-EXIT.
011670 4300-EXIT.
011680     EXIT.
011690*
011700*****************************************************************
011710* 4400-WRITE-COUNT-LINE - WRITE ONE COUNT LINE SET UP BY THE
011720* CALLER.
011730*****************************************************************
011740 4400-WRITE-COUNT-LINE.
011750     WRITE CTL-COUNT-LINE.
011760     MOVE SPACES TO CTL-COUNT-LINE.
011770 4400-EXIT.
011780     EXIT.
011790*
011800*****************************************************************
011810* 4600-WRITE-AMOUNT-LINE - WRITE ONE AMOUNT LINE SET UP BY THE
011820* CALLER.
011830*****************************************************************
011840 4600-WRITE-AMOUNT-LINE.
011850     WRITE CTL-AMOUNT-LINE.
011860     MOVE SPACES TO CTL-AMOUNT-LINE.
011870 4600-EXIT.
011880     EXIT.
011890*
011900*****************************************************************
011910* 9000-SET-RETURN-CODE - END THE STEP WITH RETURN CODE 8 WHEN
011920* THE MONTH WAS REFUSED, THE MASTER WOULD NOT OPEN OR THE
011930* EXTRACT DID NOT RECONCILE.
011940*****************************************************************
011950 9000-SET-RETURN-CODE.
011960     IF STEP-FAILED
011970         MOVE 8 TO RETURN-CODE
011980     END-IF.
011990 9000-EXIT.
012000     EXIT.
