000010*****************************************************************
000020* ACCT-NSF
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACCTNSF.
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
000160*    10/15/2026  RH     ORIGINAL PROGRAM - RETURNED-ITEM (NSF)
000170*                       REVERSAL RUN. WHEN THE BANK SENT A
000180*                       LOCKBOX CHECK BACK UNPAID, THE 'P' THAT
000190*                       ACCTLBX GENERATED STAYED ON THE BALANCE
000200*                       AND A CLERK KEYED A MANUAL 'J' WITH NO
000210*                       LINK BACK TO THE ORIGINAL ITEM. THIS RUN
000220*                       READS THE BANK'S RETURNED-ITEM FILE
000230*                       (ACCTRTNI.DAT), FINDS EACH ORIGINAL
000240*                       PAYMENT ON THE PERMANENT HISTORY
000250*                       (ACCTHST.DAT) BY ACCOUNT AND THE BANK
000260*                       REFERENCE ACCTLBX CARRIED IN
000270*                       PIN-REFERENCE, AND WRITES A PROVEN
000280*                       REVERSAL BATCH - THE REVERSING 'J' AND A
000290*                       RETURNED-ITEM FEE 'C' - TO ACCTPMT.DAT
000300*                       FOR THE NORMAL ACCTPOST RUN. A REGISTER
000310*                       OF WHAT WAS REVERSED GOES TO ACCTNSFR.DAT
000320*                       AND THE RETURNS THAT COULD NOT BE MATCHED
000330*                       GO TO AN EXCEPTION LIST (ACCTNSFX.DAT).
000340*                       AN ACCOUNT WITH A SECOND RETURN INSIDE
000350*                       THE ROLLING PERIOD IS FLAGGED FOR
000360*                       SUSPENSION WITH AN 'S' TRANSACTION ON
000370*                       ACCTTRAN.DAT FOR THE NEXT ACCTMAINT RUN.
000372*    10/15/2026  RH     A RETURN ON A CHARGED-OFF ACCOUNT GOES
000374*                       TO THE EXCEPTION LIST - ACCTPOST TAKES NO
000376*                       ADJUSTMENTS THERE, AND A PAYMENT RECEIVED
000378*                       AFTER THE CHARGE-OFF WAS A RECOVERY.
000380*    10/15/2026  RH     A RUN THAT CANNOT OPEN ACCTREC.DAT STOPS
000381*                       WITH RETURN CODE 8 BEFORE ANYTHING IS
000383*                       ADDED TO ACCTPMT.DAT, AND A RETURN OR
000385*                       HISTORY DATE PAST THE END OF ITS MONTH
000387*                       IS TREATED AS NOT A DATE.
000388*
000390* THE REVERSAL IS A NEGATIVE 'J' ADJUSTMENT CARRYING "NSF " AND
000400* THE BANK REFERENCE, SO IT POSTS TO A SUSPENDED ACCOUNT THE
000410* SAME AS AN ACTIVE ONE AND SHOWS ON THE HISTORY AGAINST THE
000420* ITEM IT UNDOES. THE FEE IS AN ORDINARY 'C' CHARGE CARRYING
000430* "NSF FEE " AND THE BANK REFERENCE. ACCTPOST TAKES NO CHARGES
000440* ON A SUSPENDED ACCOUNT, SO NO FEE IS RAISED THERE AND THE
000450* REGISTER SAYS SO. A CLOSED ACCOUNT TAKES NO POSTINGS AT ALL
000460* AND ITS RETURN GOES TO THE EXCEPTION LIST FOR MANUAL HANDLING.
000470*
000480* A RETURN IS REVERSED ONLY ONCE. THE HISTORY IS SEARCHED FOR AN
000490* EARLIER "NSF " ADJUSTMENT CARRYING THE SAME BANK REFERENCE,
000500* AND THE RETURNS ALREADY TAKEN IN THIS RUN ARE KEPT IN A TABLE;
000510* A REPEAT OF EITHER IS AN EXCEPTION, NOT A SECOND REVERSAL.
000520*
000530* THE ROLLING PERIOD COUNTS THE "NSF " REVERSALS ALREADY ON THE
000540* HISTORY WITHIN NS-ROLLING-DAYS OF THE RETURN DATE, PLUS THE
000550* ACCOUNT'S OTHER RETURNS IN THIS RUN. THE 'S' TRANSACTIONS ARE
000560* WRAPPED IN THEIR OWN 'H'/'T' BATCH SO ACCTMAINT CAN PROVE THE
000570* FILE COMPLETE, THE SAME WAY ACCTREIN BATCHES ITS REINSTATES.
000580*
000590* ONE RETURNED ITEM PER LINE OF ACCTRTNI.DAT:
000600*    RTN-BANK-REF    THE BANK'S ITEM REFERENCE (12 CHARACTERS),
000610*                    THE SAME REFERENCE THE REMITTANCE CARRIED.
000620*    RTN-ACCT-NO     THE ACCOUNT AS CAPTURED BY THE BANK.
000630*    RTN-AMOUNT      THE RETURNED AMOUNT, UNSIGNED.
000640*    RTN-RETURN-DATE THE DATE THE BANK RETURNED THE ITEM.
000650*    RTN-REASON      THE BANK'S RETURN REASON, AS TEXT.
000660*
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700*
000710     SELECT RETURN-IN ASSIGN TO "ACCTRTNI.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS NS-RTN-FILE-STATUS.
000740     SELECT ACCT-REC ASSIGN TO "ACCTREC.DAT"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ACCT-NO
000780         FILE STATUS IS NS-ACCT-FILE-STATUS.
000790     SELECT HIST-FILE ASSIGN TO "ACCTHST.DAT"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS HST-KEY
000830         FILE STATUS IS NS-HIST-FILE-STATUS.
000840     SELECT PMT-OUT ASSIGN TO "ACCTPMT.DAT"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS NS-PMT-FILE-STATUS.
000870     SELECT TRAN-OUT ASSIGN TO "ACCTTRAN.DAT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS NS-TRAN-FILE-STATUS.
000900     SELECT REGISTER-FILE ASSIGN TO "ACCTNSFR.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT EXCEPTION-FILE ASSIGN TO "ACCTNSFX.DAT"
000930         ORGANIZATION IS LINE SEQUENTIAL.
000940*
000950 DATA DIVISION.
000960 FILE SECTION.
000970*
000980*  RETURNED-ITEM FILE AS DELIVERED BY THE BANK.
000990  FD  RETURN-IN
001000      RECORDING MODE F.
001010  01  RETURN-REC.
001020      05  RTN-BANK-REF        PIC X(12).
001030      05  RTN-ACCT-NO         PIC X(08).
001040      05  RTN-AMOUNT          PIC 9(7)V99.
001050      05  RTN-RETURN-DATE     PIC 9(08).
001060      05  RTN-REASON          PIC X(20).
001070*
001080*  KEYED ACCT-REC MASTER, READ FOR EACH RETURN'S STATUS AND FOR
001090*  THE IMAGE CARRIED ON A SUSPENSION TRANSACTION.
001100  FD  ACCT-REC
001110      RECORDING MODE F.
001120  01  ACCT-FIELDS.
001130      05  ACCT-NO             PIC X(8).
001140      05  ACCT-LIMIT          PIC S9(7)V99 COMP-3.
001150      05  ACCT-BALANCE        PIC S9(7)V99 COMP-3.
001160      05  LAST-NAME           PIC X(15).
001170      05  FIRST-NAME          PIC X(15).
001180      05  RESERVED            PIC X(7).
001190      05  COUNTRY             PIC X(20).
001200      05  COMMENTS            PIC X(30).
001210      05  ACCT-STATUS         PIC X(01).
001220          88  ACCT-SUSPENDED              VALUE 'S'.
001230          88  ACCT-CLOSED                 VALUE 'X'.
001235          88  ACCT-CHARGED-OFF            VALUE 'W'.
001240*
001250*  PERMANENT TRANSACTION HISTORY KEPT BY ACCTHIST. THE LAYOUT
001260*  MIRRORS HIST-FIELDS THERE.
001270  FD  HIST-FILE
001280      RECORDING MODE F.
001290  01  HIST-FIELDS.
001300      05  HST-KEY.
001310          10  HST-ACCT-NO     PIC X(08).
001320          10  HST-RUN-DATE    PIC 9(08).
001330          10  HST-SEQ         PIC 9(04).
001340      05  HST-TRAN-CODE       PIC X(01).
001350          88  HST-PAYMENT                 VALUE 'P'.
001360          88  HST-CHARGE                  VALUE 'C'.
001370          88  HST-ADJUSTMENT              VALUE 'J'.
001380      05  HST-PRIOR-BAL       PIC S9(7)V99
001390                              SIGN IS TRAILING SEPARATE.
001400      05  HST-AMOUNT          PIC S9(7)V99
001410                              SIGN IS TRAILING SEPARATE.
001420      05  HST-NEW-BAL         PIC S9(7)V99
001430                              SIGN IS TRAILING SEPARATE.
001440      05  HST-REFERENCE       PIC X(20).
001450*
001460*  PAYMENT TRANSACTIONS APPENDED FOR THE NEXT ACCTPOST RUN.
001470*  THE LAYOUTS MIRROR PMT-IN-REC AND THE BATCH HEADER AND
001480*  TRAILER IN ACCTPOST.
001490  FD  PMT-OUT
001500      RECORDING MODE F.
001510  01  PMT-OUT-REC.
001520      05  PIN-TRAN-CODE       PIC X(01).
001530      05  PIN-ACCT-NO         PIC X(08).
001540      05  PIN-AMOUNT          PIC S9(7)V99 COMP-3.
001550      05  PIN-REFERENCE       PIC X(20).
001560  01  PMT-BATCH-HDR-REC.
001570      05  PBH-REC-CODE        PIC X(01).
001580      05  PBH-BATCH-DATE      PIC 9(08).
001590      05  PBH-SOURCE-ID       PIC X(08).
001600      05  FILLER              PIC X(17).
001610  01  PMT-BATCH-TRL-REC.
001620      05  PBT-REC-CODE        PIC X(01).
001630      05  PBT-RECORD-COUNT    PIC 9(07).
001640      05  PBT-HASH-TOTAL      PIC S9(9)V99
001650                              SIGN IS TRAILING SEPARATE.
001660      05  FILLER              PIC X(14).
001670*
001680*  MAINTENANCE TRANSACTION FILE READ BY ACCTMAINT. THE LAYOUTS
001690*  MIRROR TRAN-IN-REC AND THE BATCH HEADER AND TRAILER THERE;
001700*  EACH REPEAT-RETURN ACCOUNT IS APPENDED AS AN S TRANSACTION.
001710  FD  TRAN-OUT
001720      RECORDING MODE F.
001730  01  TRAN-OUT-REC.
001740      05  TOUT-ACTION-CODE    PIC X(01).
001750      05  TOUT-MASTER-IMAGE   PIC X(106).
001760  01  TRAN-BATCH-HDR-REC.
001770      05  TBH-REC-CODE        PIC X(01).
001780      05  TBH-BATCH-DATE      PIC 9(08).
001790      05  TBH-SOURCE-ID       PIC X(08).
001800      05  FILLER              PIC X(90).
001810  01  TRAN-BATCH-TRL-REC.
001820      05  TBT-REC-CODE        PIC X(01).
001830      05  TBT-RECORD-COUNT    PIC 9(07).
001840      05  TBT-HASH-TOTAL      PIC S9(9)V99
001850                              SIGN IS TRAILING SEPARATE.
001860      05  FILLER              PIC X(87).
001870*
001880*****************************************************************
001890* REGISTER-FILE - EVERY RETURN REVERSED BY THIS RUN, WITH THE
001900* FEE RAISED AND ANY SUSPENSION FLAG. SEVERAL 01-LEVEL RECORDS
001910* SHARE THE SAME FD, THE SAME WAY THE ACCTFEES REGISTER IS BUILT.
001920*****************************************************************
001930  FD  REGISTER-FILE
001940      RECORDING MODE F.
001950  01  REG-PAGE-HDR-LINE.
001960      05  FILLER              PIC X(30) VALUE
001970          "RETURNED ITEMS REVERSED AS OF ".
001980      05  REGH-DATE-O         PIC 9(8).
001990      05  FILLER              PIC X(7)  VALUE "   PAGE".
002000      05  FILLER              PIC X(1)  VALUE SPACE.
002010      05  REGH-PAGE-O         PIC ZZZ9.
002020      05  FILLER              PIC X(70).
002030  01  REG-COLUMN-LINE.
002040      05  FILLER              PIC X(13) VALUE "BANK REF".
002050      05  FILLER              PIC X(9)  VALUE "ACCOUNT".
002060      05  FILLER              PIC X(9)  VALUE "PAID ON".
002070      05  FILLER              PIC X(9)  VALUE "RETURNED".
002080      05  FILLER              PIC X(14) VALUE "      REVERSED".
002090      05  FILLER              PIC X(11) VALUE "        FEE".
002100      05  FILLER              PIC X(55) VALUE "  NOTE".
002110  01  REG-DETAIL-LINE.
002120      05  REGD-BANK-REF-O     PIC X(12).
002130      05  FILLER              PIC X(1)  VALUE SPACE.
002140      05  REGD-ACCT-NO-O      PIC X(8).
002150      05  FILLER              PIC X(1)  VALUE SPACE.
002160      05  REGD-PAID-DATE-O    PIC 9(8).
002170      05  FILLER              PIC X(1)  VALUE SPACE.
002180      05  REGD-RTN-DATE-O     PIC 9(8).
002190      05  FILLER              PIC X(2)  VALUE SPACES.
002200      05  REGD-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
002210      05  FILLER              PIC X(2)  VALUE SPACES.
002220      05  REGD-FEE-O          PIC ZZ,ZZ9.99.
002230      05  FILLER              PIC X(2)  VALUE SPACES.
002240      05  REGD-NOTE-O         PIC X(40).
002250      05  FILLER              PIC X(14).
002260  01  REG-TOTAL-LINE.
002270      05  REGT-LABEL-O        PIC X(24).
002280      05  REGT-COUNT-O        PIC ZZZ,ZZ9.
002290      05  FILLER              PIC X(2)  VALUE SPACES.
002300      05  REGT-AMOUNT-LBL-O   PIC X(15).
002310      05  REGT-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
002320      05  FILLER              PIC X(60).
002330  01  REG-MARKER-LINE         PIC X(120).
002340*
002350*****************************************************************
002360* EXCEPTION-FILE - EVERY RETURN THAT COULD NOT BE REVERSED, WITH
002370* THE REASON, FOR MANUAL HANDLING.
002380*****************************************************************
002390  FD  EXCEPTION-FILE
002400      RECORDING MODE F.
002410  01  EXC-PAGE-HDR-LINE.
002420      05  FILLER              PIC X(31) VALUE
002430          "UNMATCHED RETURNED ITEMS AS OF ".
002440      05  EXCH-DATE-O         PIC 9(8).
002450      05  FILLER              PIC X(7)  VALUE "   PAGE".
002460      05  FILLER              PIC X(1)  VALUE SPACE.
002470      05  EXCH-PAGE-O         PIC ZZZ9.
002480      05  FILLER              PIC X(69).
002490  01  EXC-COLUMN-LINE.
002500      05  FILLER              PIC X(13) VALUE "BANK REF".
002510      05  FILLER              PIC X(9)  VALUE "ACCOUNT".
002520      05  FILLER              PIC X(14) VALUE "      AMOUNT".
002530      05  FILLER              PIC X(9)  VALUE "RETURNED".
002540      05  FILLER              PIC X(21) VALUE "BANK REASON".
002550      05  FILLER              PIC X(54) VALUE "EXCEPTION".
002560  01  EXC-DETAIL-LINE.
002570      05  EXCD-BANK-REF-O     PIC X(12).
002580      05  FILLER              PIC X(1)  VALUE SPACE.
002590      05  EXCD-ACCT-NO-O      PIC X(8).
002600      05  FILLER              PIC X(1)  VALUE SPACE.
002610      05  EXCD-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
002620      05  FILLER              PIC X(2)  VALUE SPACES.
002630      05  EXCD-RTN-DATE-O     PIC 9(8).
002640      05  FILLER              PIC X(1)  VALUE SPACE.
002650      05  EXCD-BANK-REASON-O  PIC X(20).
002660      05  FILLER              PIC X(1)  VALUE SPACE.
002670      05  EXCD-REASON-O       PIC X(40).
002680      05  FILLER              PIC X(14).
002690  01  EXC-TOTAL-LINE.
002700      05  EXCT-LABEL-O        PIC X(24).
002710      05  EXCT-COUNT-O        PIC ZZZ,ZZ9.
002720      05  FILLER              PIC X(2)  VALUE SPACES.
002730      05  EXCT-AMOUNT-LBL-O   PIC X(15).
002740      05  EXCT-AMOUNT-O       PIC Z,ZZZ,ZZ9.99.
002750      05  FILLER              PIC X(60).
002760  01  EXC-MARKER-LINE         PIC X(120).
002770*
002780 WORKING-STORAGE SECTION.
002790*
002800*  END-OF-FILE SWITCHES.
002810  77  NS-RTN-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002820      88  END-OF-RETURN-FILE              VALUE 'Y'.
002830  77  NS-HIST-EOF-SWITCH      PIC X(01)   VALUE 'N'.
002840      88  END-OF-ACCOUNT-HISTORY          VALUE 'Y'.
002850*
002860*  FILE STATUS FIELDS. THE PAYMENT AND MAINTENANCE FILES ARE
002870*  APPENDED TO, THE SAME WAY ACCTLBX AND ACCTREIN APPEND THEIRS.
002880  77  NS-RTN-FILE-STATUS      PIC X(02)   VALUE SPACES.
002890  77  NS-ACCT-FILE-STATUS     PIC X(02)   VALUE SPACES.
002900  77  NS-HIST-FILE-STATUS     PIC X(02)   VALUE SPACES.
002910  77  NS-PMT-FILE-STATUS      PIC X(02)   VALUE SPACES.
002920  77  NS-TRAN-FILE-STATUS     PIC X(02)   VALUE SPACES.
002930*
002940*  SET ONCE EVERY INTAKE FILE IS OPEN AND THE BATCH HEADER IS
002950*  OUT, SO FINALIZE KNOWS THE TRAILER AND TOTALS ARE OWED.
002960  77  NS-INTAKE-OPEN-SWITCH   PIC X(01)   VALUE 'N'.
002970      88  INTAKE-FILES-OPEN               VALUE 'Y'.
002980*
002990*  SET WHEN THE HISTORY FILE OPENED. WITHOUT IT NO RETURN CAN BE
003000*  MATCHED AND EVERY ITEM GOES TO THE EXCEPTION LIST.
003010  77  NS-HIST-ON-HAND-SWITCH  PIC X(01)   VALUE 'N'.
003020      88  HIST-FILE-ON-HAND               VALUE 'Y'.
003030*
003040*  SET WHEN THE SUSPENSION BATCH HEADER HAS BEEN WRITTEN. THE
003050*  MAINTENANCE FILE IS ONLY OPENED WHEN AN ACCOUNT IS FLAGGED.
003060  77  NS-TRAN-OPEN-SWITCH     PIC X(01)   VALUE 'N'.
003070      88  SUSPEND-BATCH-OPEN              VALUE 'Y'.
003080*
003090*  KEYED-LOOKUP AND HISTORY-SEARCH SWITCHES.
003100  77  NS-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
003110      88  ACCOUNT-ON-MASTER               VALUE 'Y'.
003120  77  NS-ORIG-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
003130      88  ORIGINAL-FOUND                  VALUE 'Y'.
003140  77  NS-REVERSED-SWITCH      PIC X(01)   VALUE 'N'.
003150      88  ALREADY-REVERSED                VALUE 'Y'.
003160  77  NS-FLAGGED-SWITCH       PIC X(01)   VALUE 'N'.
003170      88  ALREADY-FLAGGED                 VALUE 'Y'.
003180*
003190*  RETURNED-ITEM RULES. THE FEE IS RAISED ON EVERY REVERSAL TO
003200*  AN ACTIVE ACCOUNT; NS-SUSPEND-AT RETURNS INSIDE NS-ROLLING-DAYS
003210*  FLAG THE ACCOUNT FOR SUSPENSION.
003220  77  NS-RETURN-FEE           PIC S9(5)V99 COMP-3 VALUE 25.00.
003230  77  NS-ROLLING-DAYS         PIC 9(03) COMP VALUE 90.
003240  77  NS-SUSPEND-AT           PIC 9(03) COMP VALUE 2.
003250*
003260*  THE THREE REFERENCES FOR THE ITEM IN HAND - THE ORIGINAL
003270*  LOCKBOX PAYMENT, ITS REVERSAL AND THE FEE.
003280  77  NS-PAY-REFERENCE        PIC X(20)   VALUE SPACES.
003290  77  NS-REV-REFERENCE        PIC X(20)   VALUE SPACES.
003300  77  NS-FEE-REFERENCE        PIC X(20)   VALUE SPACES.
003310*
003320*  THE ORIGINAL PAYMENT AS FOUND ON THE HISTORY.
003330  77  NS-ORIG-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
003340  77  NS-ORIG-DATE            PIC 9(08)   VALUE ZERO.
003350*
003360*  WORK FIELDS FOR THE ITEM IN HAND.
003370  77  NS-REVERSE-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.
003380  77  NS-FEE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
003390  77  NS-RETURNS-IN-PERIOD    PIC 9(05) COMP VALUE ZERO.
003400  77  NS-EXCEPTION-REASON     PIC X(40)   VALUE SPACES.
003410  77  NS-REGISTER-NOTE        PIC X(40)   VALUE SPACES.
003420*
003430*  RETURNS TAKEN IN THIS RUN, KEPT SO A REPEATED ITEM IS NOT
003440*  REVERSED TWICE AND SO AN ACCOUNT'S OTHER RETURNS IN THE RUN
003450*  COUNT TOWARD ITS ROLLING PERIOD.
003460  77  NS-RUN-MAX              PIC 9(05) COMP VALUE 2000.
003470  77  NS-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
003480  77  NS-RUN-SUB              PIC 9(05) COMP VALUE ZERO.
003490  01  NS-RUN-TABLE.
003500      05  NS-RUN-ENTRY OCCURS 2000 TIMES.
003510          10  NS-RUN-ACCT-NO  PIC X(08).
003520          10  NS-RUN-BANK-REF PIC X(12).
003530          10  NS-RUN-DAYS     PIC S9(09) COMP.
003540          10  NS-RUN-FLAGGED  PIC X(01).
003550*
003560*  RUN DATE FOR THE BATCH HEADERS AND THE REPORT HEADINGS.
003570  77  NS-RUN-DATE             PIC 9(08)   VALUE ZERO.
003580*
003590*  YYYYMMDD-TO-DAY-COUNT WORK FIELDS (2800-DATE-TO-DAYS). THE
003597*  FIRST TABLE HOLDS THE DAYS IN THE YEAR BEFORE THE FIRST OF
003604*  EACH MONTH, THE SECOND THE DAYS IN EACH MONTH, BOTH FOR A
003611*  COMMON YEAR.
003620  01  NS-DATE-IN.
003630      05  NS-DATE-YYYY        PIC 9(04).
003640      05  NS-DATE-MM          PIC 9(02).
003650      05  NS-DATE-DD          PIC 9(02).
003660  01  NS-MONTH-START-VALUES.
003670      05  FILLER              PIC X(36) VALUE
003680          "000031059090120151181212243273304334".
003690  01  NS-MONTH-START-TABLE REDEFINES NS-MONTH-START-VALUES.
003700      05  NS-MONTH-START      PIC 9(03) OCCURS 12 TIMES.
003701  01  NS-MONTH-DAYS-VALUES.
003702      05  FILLER              PIC X(24) VALUE
003703          "312831303130313130313031".
003704  01  NS-MONTH-DAYS-TABLE REDEFINES NS-MONTH-DAYS-VALUES.
003705      05  NS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
003706  77  NS-DAYS-IN-MONTH        PIC 9(02) COMP VALUE ZERO.
003707  77  NS-LEAP-YEAR-SWITCH     PIC X(01)   VALUE 'N'.
003708      88  LEAP-YEAR                       VALUE 'Y'.
003710  77  NS-DAYS-OUT             PIC S9(09) COMP VALUE ZERO.
003720  77  NS-RETURN-DAYS          PIC S9(09) COMP VALUE ZERO.
003730  77  NS-DAYS-APART           PIC S9(09) COMP VALUE ZERO.
003740  77  NS-WORK-YM1             PIC 9(04) COMP VALUE ZERO.
003750  77  NS-WORK-LEAPS           PIC S9(09) COMP VALUE ZERO.
003760  77  NS-WORK-Q4              PIC 9(04) COMP VALUE ZERO.
003770  77  NS-WORK-Q100            PIC 9(04) COMP VALUE ZERO.
003780  77  NS-WORK-Q400            PIC 9(04) COMP VALUE ZERO.
003790  77  NS-WORK-R4              PIC 9(04) COMP VALUE ZERO.
003800  77  NS-WORK-R100            PIC 9(04) COMP VALUE ZERO.
003810  77  NS-WORK-R400            PIC 9(04) COMP VALUE ZERO.
003820*
003830*  BATCH CONTROL ACCUMULATORS FOR THE TWO TRAILERS.
003840  77  NS-BATCH-COUNT          PIC 9(7) COMP VALUE ZERO.
003850  77  NS-BATCH-HASH           PIC S9(9)V99 COMP-3 VALUE ZERO.
003860  77  NS-TRAN-BATCH-COUNT     PIC 9(7) COMP VALUE ZERO.
003870  77  NS-TRAN-BATCH-HASH      PIC S9(9)V99 COMP-3 VALUE ZERO.
003880*
003890*  RUN CONTROL TOTALS.
003900  77  NS-REVERSED-COUNT       PIC 9(7) COMP VALUE ZERO.
003910  77  NS-REVERSED-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
003920  77  NS-FEE-COUNT            PIC 9(7) COMP VALUE ZERO.
003930  77  NS-FEE-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
003940  77  NS-SUSPEND-COUNT        PIC 9(7) COMP VALUE ZERO.
003950  77  NS-EXCEPTION-COUNT      PIC 9(7) COMP VALUE ZERO.
003960  77  NS-EXCEPTION-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
003970*
003980*  PAGINATION WORK FIELDS. EACH REPORT BREAKS TO A NEW PAGE
003990*  AFTER NS-PAGE-LIMIT LINES.
004000  77  NS-REG-LINE-COUNT       PIC 9(3) COMP VALUE ZERO.
004010  77  NS-REG-PAGE-NO          PIC 9(4) COMP VALUE ZERO.
004020  77  NS-EXC-LINE-COUNT       PIC 9(3) COMP VALUE ZERO.
004030  77  NS-EXC-PAGE-NO          PIC 9(4) COMP VALUE ZERO.
004040  77  NS-PAGE-LIMIT           PIC 9(3) COMP VALUE 55.
004050*
004060 PROCEDURE DIVISION.
004070*
004080*****************************************************************
004090* 0000-MAINLINE - OVERALL CONTROL OF THE RUN.
004100*****************************************************************
004110 0000-MAINLINE.
004120     PERFORM 1000-INITIALIZE
004130         THRU 1000-EXIT.
004140     IF NOT END-OF-RETURN-FILE
004150         PERFORM 2000-PROCESS-RETURNS
004160             THRU 2000-EXIT
004170     END-IF.
004180     PERFORM 3000-FINALIZE
004190         THRU 3000-EXIT.
004200     STOP RUN.
004210*
004220*****************************************************************
004230* 1000-INITIALIZE - OPEN THE FILES, WRITE THE PAYMENT BATCH
004240* HEADER AND THE REPORT HEADINGS. A MISSING RETURNED-ITEM FILE
004250* MEANS THE BANK SENT NOTHING BACK TODAY - THE RUN ENDS QUIETLY.
004260*****************************************************************
004270 1000-INITIALIZE.
004280     ACCEPT NS-RUN-DATE FROM DATE YYYYMMDD.
004290     OPEN INPUT RETURN-IN.
004300     IF NS-RTN-FILE-STATUS NOT = "00"
004310         DISPLAY "ACCTNSF - NO RETURNED-ITEM FILE (ACCTRTNI.DAT)"
004320             " - NOTHING TO REVERSE"
004330         MOVE 'Y' TO NS-RTN-EOF-SWITCH
004340         GO TO 1000-EXIT
004350     END-IF.
004360     OPEN INPUT ACCT-REC.
004361     IF NS-ACCT-FILE-STATUS NOT = "00"
004362         DISPLAY "ACCTNSF - CANNOT OPEN ACCTREC.DAT - STATUS "
004363             NS-ACCT-FILE-STATUS
004364         CLOSE RETURN-IN
004365         MOVE 'Y' TO NS-RTN-EOF-SWITCH
004366         MOVE 8 TO RETURN-CODE
004367         GO TO 1000-EXIT
004368     END-IF.
004370     OPEN INPUT HIST-FILE.
004380     IF NS-HIST-FILE-STATUS = "00"
004390         MOVE 'Y' TO NS-HIST-ON-HAND-SWITCH
004400     ELSE
004410         DISPLAY "ACCTNSF - NO HISTORY FILE (ACCTHST.DAT) - NO"
004420             " RETURN CAN BE MATCHED"
004430     END-IF.
004440     OPEN EXTEND PMT-OUT.
004450     IF NS-PMT-FILE-STATUS NOT = "00"
004460         OPEN OUTPUT PMT-OUT
004470     END-IF.
004480     MOVE SPACES TO PMT-BATCH-HDR-REC.
004490     MOVE 'H' TO PBH-REC-CODE.
004500     MOVE NS-RUN-DATE TO PBH-BATCH-DATE.
004510     MOVE "ACCTNSF " TO PBH-SOURCE-ID.
004520     WRITE PMT-BATCH-HDR-REC.
004530     OPEN OUTPUT REGISTER-FILE.
004540     PERFORM 2650-WRITE-REG-HEADING
004550         THRU 2650-EXIT.
004560     OPEN OUTPUT EXCEPTION-FILE.
004570     PERFORM 2750-WRITE-EXC-HEADING
004580         THRU 2750-EXIT.
004590     MOVE 'Y' TO NS-INTAKE-OPEN-SWITCH.
004600 1000-EXIT.
004610     EXIT.
004620*
004630*****************************************************************
004640* 2000-PROCESS-RETURNS - READ THE BANK FILE AND TURN EACH
004650* RETURNED ITEM INTO A REVERSAL OR AN EXCEPTION LINE.
004660*****************************************************************
004670 2000-PROCESS-RETURNS.
004680     PERFORM 2100-READ-RETURN
004690         THRU 2100-EXIT.
004700     PERFORM UNTIL END-OF-RETURN-FILE
004710         PERFORM 2200-REVERSE-ONE-RETURN
004720             THRU 2200-EXIT
004730         PERFORM 2100-READ-RETURN
004740             THRU 2100-EXIT
004750     END-PERFORM.
004760 2000-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800* 2100-READ-RETURN - READ ONE RETURNED ITEM.
004810*****************************************************************
004820 2100-READ-RETURN.
004830     READ RETURN-IN
004840         AT END
004850             MOVE 'Y' TO NS-RTN-EOF-SWITCH
004860     END-READ.
004870 2100-EXIT.
004880     EXIT.
004890*
004900*****************************************************************
004910* 2200-REVERSE-ONE-RETURN - PROVE ONE RETURNED ITEM AGAINST THE
004920* MASTER AND THE HISTORY, THEN QUEUE ITS REVERSAL AND FEE, OR
004930* LIST IT AS AN EXCEPTION.
004940*****************************************************************
004950 2200-REVERSE-ONE-RETURN.
004960     IF RTN-ACCT-NO = SPACES OR RTN-ACCT-NO NOT NUMERIC
004970         MOVE "ACCOUNT NUMBER BLANK OR NOT NUMERIC" TO
004980             NS-EXCEPTION-REASON
004990         PERFORM 2700-WRITE-EXCEPTION
005000             THRU 2700-EXIT
005010         GO TO 2200-EXIT
005020     END-IF.
005030     IF RTN-AMOUNT NOT NUMERIC OR RTN-AMOUNT = ZERO
005040         MOVE "AMOUNT MISSING OR NOT NUMERIC" TO
005050             NS-EXCEPTION-REASON
005060         PERFORM 2700-WRITE-EXCEPTION
005070             THRU 2700-EXIT
005080         GO TO 2200-EXIT
005090     END-IF.
005100     MOVE RTN-RETURN-DATE TO NS-DATE-IN.
005110     PERFORM 2800-DATE-TO-DAYS
005120         THRU 2800-EXIT.
005130     IF NS-DAYS-OUT = ZERO
005140         MOVE "RETURN DATE MISSING OR NOT A DATE" TO
005150             NS-EXCEPTION-REASON
005160         PERFORM 2700-WRITE-EXCEPTION
005170             THRU 2700-EXIT
005180         GO TO 2200-EXIT
005190     END-IF.
005200     MOVE NS-DAYS-OUT TO NS-RETURN-DAYS.
005210     PERFORM VARYING NS-RUN-SUB FROM 1 BY 1
005220             UNTIL NS-RUN-SUB > NS-RUN-COUNT
005230         IF NS-RUN-BANK-REF(NS-RUN-SUB) = RTN-BANK-REF
005240                 AND NS-RUN-ACCT-NO(NS-RUN-SUB) = RTN-ACCT-NO
005250             MOVE "ITEM ALREADY RETURNED IN THIS RUN" TO
005260                 NS-EXCEPTION-REASON
005270         END-IF
005280     END-PERFORM.
005290     IF NS-EXCEPTION-REASON NOT = SPACES
005300         PERFORM 2700-WRITE-EXCEPTION
005310             THRU 2700-EXIT
005320         GO TO 2200-EXIT
005330     END-IF.
005340     IF NS-RUN-COUNT NOT < NS-RUN-MAX
005350         MOVE "TOO MANY RETURNS FOR ONE RUN - RESUBMIT" TO
005360             NS-EXCEPTION-REASON
005370         PERFORM 2700-WRITE-EXCEPTION
005380             THRU 2700-EXIT
005390         GO TO 2200-EXIT
005400     END-IF.
005410     MOVE 'N' TO NS-FOUND-SWITCH.
005420     MOVE RTN-ACCT-NO TO ACCT-NO.
005430     READ ACCT-REC
005440         INVALID KEY
005450             CONTINUE
005460         NOT INVALID KEY
005470             MOVE 'Y' TO NS-FOUND-SWITCH
005480     END-READ.
005490     IF NOT ACCOUNT-ON-MASTER
005500         MOVE "ACCOUNT NOT ON MASTER" TO NS-EXCEPTION-REASON
005510         PERFORM 2700-WRITE-EXCEPTION
005520             THRU 2700-EXIT
005530         GO TO 2200-EXIT
005540     END-IF.
005550     IF ACCT-CLOSED
005560         MOVE "ACCOUNT CLOSED - REVERSE BY HAND" TO
005570             NS-EXCEPTION-REASON
005580         PERFORM 2700-WRITE-EXCEPTION
005590             THRU 2700-EXIT
005600         GO TO 2200-EXIT
005610     END-IF.
005611     IF ACCT-CHARGED-OFF
005612         MOVE "ACCOUNT CHARGED OFF - REVERSE BY HAND" TO
005613             NS-EXCEPTION-REASON
005614         PERFORM 2700-WRITE-EXCEPTION
005615             THRU 2700-EXIT
005616         GO TO 2200-EXIT
005617     END-IF.
005620     PERFORM 2300-FIND-ORIGINAL
005630         THRU 2300-EXIT.
005640     IF ALREADY-REVERSED
005650         MOVE "ITEM ALREADY REVERSED ON HISTORY" TO
005660             NS-EXCEPTION-REASON
005670         PERFORM 2700-WRITE-EXCEPTION
005680             THRU 2700-EXIT
005690         GO TO 2200-EXIT
005700     END-IF.
005710     IF NOT ORIGINAL-FOUND
005720         MOVE "ORIGINAL PAYMENT NOT ON HISTORY" TO
005730             NS-EXCEPTION-REASON
005740         PERFORM 2700-WRITE-EXCEPTION
005750             THRU 2700-EXIT
005760         GO TO 2200-EXIT
005770     END-IF.
005780     IF NS-ORIG-AMOUNT NOT = RTN-AMOUNT
005790         MOVE "AMOUNT DIFFERS FROM ORIGINAL PAYMENT" TO
005800             NS-EXCEPTION-REASON
005810         PERFORM 2700-WRITE-EXCEPTION
005820             THRU 2700-EXIT
005830         GO TO 2200-EXIT
005840     END-IF.
005850     MOVE SPACES TO NS-REGISTER-NOTE.
005860     PERFORM 2400-WRITE-REVERSAL
005870         THRU 2400-EXIT.
005880     IF ACCT-SUSPENDED
005890         MOVE ZERO TO NS-FEE-AMOUNT
005900         MOVE "NO FEE - ACCOUNT SUSPENDED" TO NS-REGISTER-NOTE
005910     ELSE
005920         PERFORM 2450-WRITE-FEE
005930             THRU 2450-EXIT
005940     END-IF.
005950     PERFORM 2500-CHECK-REPEAT-RETURNS
005960         THRU 2500-EXIT.
005970     PERFORM 2600-WRITE-REGISTER-LINE
005980         THRU 2600-EXIT.
005990 2200-EXIT.
006000     EXIT.
006010*
006020*****************************************************************
006030* 2300-FIND-ORIGINAL - READ THE ACCOUNT'S HISTORY FROM ITS FIRST
006040* ENTRY, LOOKING FOR THE LOCKBOX PAYMENT THE BANK RETURNED, AN
006050* EARLIER REVERSAL OF THE SAME ITEM, AND THE ACCOUNT'S OTHER
006060* REVERSED RETURNS INSIDE THE ROLLING PERIOD.
006070*****************************************************************
006080 2300-FIND-ORIGINAL.
006090     MOVE 'N' TO NS-ORIG-FOUND-SWITCH.
006100     MOVE 'N' TO NS-REVERSED-SWITCH.
006110     MOVE ZERO TO NS-ORIG-AMOUNT.
006120     MOVE ZERO TO NS-ORIG-DATE.
006130     MOVE ZERO TO NS-RETURNS-IN-PERIOD.
006140     MOVE SPACES TO NS-PAY-REFERENCE.
006150     STRING "LBX " DELIMITED BY SIZE
006160         RTN-BANK-REF DELIMITED BY SIZE
006170         INTO NS-PAY-REFERENCE
006180     END-STRING.
006190     MOVE SPACES TO NS-REV-REFERENCE.
006200     STRING "NSF " DELIMITED BY SIZE
006210         RTN-BANK-REF DELIMITED BY SIZE
006220         INTO NS-REV-REFERENCE
006230     END-STRING.
006240     MOVE SPACES TO NS-FEE-REFERENCE.
006250     STRING "NSF FEE " DELIMITED BY SIZE
006260         RTN-BANK-REF DELIMITED BY SIZE
006270         INTO NS-FEE-REFERENCE
006280     END-STRING.
006290     IF NOT HIST-FILE-ON-HAND
006300         GO TO 2300-EXIT
006310     END-IF.
006320     MOVE 'N' TO NS-HIST-EOF-SWITCH.
006330     MOVE SPACES TO HIST-FIELDS.
006340     MOVE RTN-ACCT-NO TO HST-ACCT-NO.
006350     MOVE ZERO        TO HST-RUN-DATE.
006360     MOVE ZERO        TO HST-SEQ.
006370     START HIST-FILE KEY NOT < HST-KEY
006380         INVALID KEY
006390             MOVE 'Y' TO NS-HIST-EOF-SWITCH
006400     END-START.
006410     PERFORM 2350-EXAMINE-ONE-ENTRY
006420         THRU 2350-EXIT
006430         UNTIL END-OF-ACCOUNT-HISTORY.
006440 2300-EXIT.
006450     EXIT.
006460*
006470*****************************************************************
006480* 2350-EXAMINE-ONE-ENTRY - READ THE NEXT HISTORY ENTRY AND, WHILE
006490* IT STILL BELONGS TO THE ACCOUNT, CHECK IT AGAINST THE RETURN.
006500*****************************************************************
006510 2350-EXAMINE-ONE-ENTRY.
006520     READ HIST-FILE NEXT RECORD
006530         AT END
006540             MOVE 'Y' TO NS-HIST-EOF-SWITCH
006550     END-READ.
006560     IF END-OF-ACCOUNT-HISTORY
006570         GO TO 2350-EXIT
006580     END-IF.
006590     IF HST-ACCT-NO NOT = RTN-ACCT-NO
006600         MOVE 'Y' TO NS-HIST-EOF-SWITCH
006610         GO TO 2350-EXIT
006620     END-IF.
006630     EVALUATE TRUE
006640         WHEN HST-PAYMENT
006650                 AND HST-REFERENCE = NS-PAY-REFERENCE
006660                 AND NOT ORIGINAL-FOUND
006670             MOVE 'Y' TO NS-ORIG-FOUND-SWITCH
006680             MOVE HST-AMOUNT   TO NS-ORIG-AMOUNT
006690             MOVE HST-RUN-DATE TO NS-ORIG-DATE
006700         WHEN HST-ADJUSTMENT
006710                 AND HST-REFERENCE = NS-REV-REFERENCE
006720             MOVE 'Y' TO NS-REVERSED-SWITCH
006730         WHEN HST-ADJUSTMENT
006740                 AND HST-REFERENCE(1:4) = "NSF "
006750             MOVE HST-RUN-DATE TO NS-DATE-IN
006760             PERFORM 2800-DATE-TO-DAYS
006770                 THRU 2800-EXIT
006780             COMPUTE NS-DAYS-APART = NS-RETURN-DAYS - NS-DAYS-OUT
006790             IF NS-DAYS-APART < ZERO
006800                 COMPUTE NS-DAYS-APART = ZERO - NS-DAYS-APART
006810             END-IF
006820             IF NS-DAYS-OUT NOT = ZERO
006830                     AND NS-DAYS-APART NOT > NS-ROLLING-DAYS
006840                 ADD 1 TO NS-RETURNS-IN-PERIOD
006850             END-IF
006860         WHEN OTHER
006870             CONTINUE
006880     END-EVALUATE.
006890 2350-EXIT.
006900     EXIT.
006910*
006920*****************************************************************
006930* 2400-WRITE-REVERSAL - QUEUE THE NEGATIVE 'J' ADJUSTMENT THAT
006940* TAKES THE RETURNED PAYMENT BACK OFF THE BALANCE.
006950*****************************************************************
006960 2400-WRITE-REVERSAL.
006970     COMPUTE NS-REVERSE-AMOUNT = ZERO - RTN-AMOUNT.
006980     MOVE SPACES TO PMT-OUT-REC.
006990     MOVE 'J' TO PIN-TRAN-CODE.
007000     MOVE RTN-ACCT-NO TO PIN-ACCT-NO.
007010     MOVE NS-REVERSE-AMOUNT TO PIN-AMOUNT.
007020     MOVE NS-REV-REFERENCE TO PIN-REFERENCE.
007030     WRITE PMT-OUT-REC.
007040     ADD 1 TO NS-BATCH-COUNT.
007050     ADD NS-REVERSE-AMOUNT TO NS-BATCH-HASH.
007060     ADD 1 TO NS-REVERSED-COUNT.
007070     ADD RTN-AMOUNT TO NS-REVERSED-TOTAL.
007080 2400-EXIT.
007090     EXIT.
007100*
007110*****************************************************************
007120* 2450-WRITE-FEE - QUEUE THE RETURNED-ITEM FEE AS A 'C' CHARGE.
007130*****************************************************************
007140 2450-WRITE-FEE.
007150     MOVE NS-RETURN-FEE TO NS-FEE-AMOUNT.
007160     MOVE SPACES TO PMT-OUT-REC.
007170     MOVE 'C' TO PIN-TRAN-CODE.
007180     MOVE RTN-ACCT-NO TO PIN-ACCT-NO.
007190     MOVE NS-FEE-AMOUNT TO PIN-AMOUNT.
007200     MOVE NS-FEE-REFERENCE TO PIN-REFERENCE.
007210     WRITE PMT-OUT-REC.
007220     ADD 1 TO NS-BATCH-COUNT.
007230     ADD NS-FEE-AMOUNT TO NS-BATCH-HASH.
007240     ADD 1 TO NS-FEE-COUNT.
007250     ADD NS-FEE-AMOUNT TO NS-FEE-TOTAL.
007260 2450-EXIT.
007270     EXIT.
007280*
007290*****************************************************************
007300* 2500-CHECK-REPEAT-RETURNS - ADD THE RETURN TO THE RUN TABLE AND
007310* COUNT THE ACCOUNT'S RETURNS INSIDE THE ROLLING PERIOD - THIS
007320* ONE, THE REVERSALS ALREADY ON THE HISTORY AND ITS OTHER
007330* RETURNS IN THIS RUN. AT NS-SUSPEND-AT OR MORE AN ACCOUNT NOT
007340* ALREADY SUSPENDED, OR FLAGGED EARLIER IN THE RUN, IS FLAGGED.
007350*****************************************************************
007360 2500-CHECK-REPEAT-RETURNS.
007370     MOVE 'N' TO NS-FLAGGED-SWITCH.
007380     ADD 1 TO NS-RETURNS-IN-PERIOD.
007390     PERFORM VARYING NS-RUN-SUB FROM 1 BY 1
007400             UNTIL NS-RUN-SUB > NS-RUN-COUNT
007410         IF NS-RUN-ACCT-NO(NS-RUN-SUB) = RTN-ACCT-NO
007420             COMPUTE NS-DAYS-APART =
007430                 NS-RETURN-DAYS - NS-RUN-DAYS(NS-RUN-SUB)
007440             IF NS-DAYS-APART < ZERO
007450                 COMPUTE NS-DAYS-APART = ZERO - NS-DAYS-APART
007460             END-IF
007470             IF NS-DAYS-APART NOT > NS-ROLLING-DAYS
007480                 ADD 1 TO NS-RETURNS-IN-PERIOD
007490             END-IF
007500             IF NS-RUN-FLAGGED(NS-RUN-SUB) = 'Y'
007510                 MOVE 'Y' TO NS-FLAGGED-SWITCH
007520             END-IF
007530         END-IF
007540     END-PERFORM.
007550     ADD 1 TO NS-RUN-COUNT.
007560     MOVE RTN-ACCT-NO    TO NS-RUN-ACCT-NO(NS-RUN-COUNT).
007570     MOVE RTN-BANK-REF   TO NS-RUN-BANK-REF(NS-RUN-COUNT).
007580     MOVE NS-RETURN-DAYS TO NS-RUN-DAYS(NS-RUN-COUNT).
007590     MOVE 'N'            TO NS-RUN-FLAGGED(NS-RUN-COUNT).
007600     IF NS-RETURNS-IN-PERIOD < NS-SUSPEND-AT
007610             OR ACCT-SUSPENDED
007620             OR ALREADY-FLAGGED
007630         GO TO 2500-EXIT
007640     END-IF.
007650     PERFORM 2550-WRITE-SUSPENSION
007660         THRU 2550-EXIT.
007670     MOVE 'Y' TO NS-RUN-FLAGGED(NS-RUN-COUNT).
007680     IF NS-REGISTER-NOTE = SPACES
007690         MOVE "FLAGGED FOR SUSPENSION" TO NS-REGISTER-NOTE
007700     END-IF.
007710 2500-EXIT.
007720     EXIT.
007730*
007740*****************************************************************
007750* 2550-WRITE-SUSPENSION - APPEND AN 'S' TRANSACTION CARRYING THE
007760* CURRENT MASTER IMAGE TO ACCTTRAN.DAT, OPENING THE FILE AND
007770* WRITING THE BATCH HEADER FIRST TIME THROUGH.
007780*****************************************************************
007790 2550-WRITE-SUSPENSION.
007800     IF NOT SUSPEND-BATCH-OPEN
007810         OPEN EXTEND TRAN-OUT
007820         IF NS-TRAN-FILE-STATUS NOT = "00"
007830             OPEN OUTPUT TRAN-OUT
007840         END-IF
007850         MOVE SPACES TO TRAN-BATCH-HDR-REC
007860         MOVE 'H' TO TBH-REC-CODE
007870         MOVE NS-RUN-DATE TO TBH-BATCH-DATE
007880         MOVE "ACCTNSF " TO TBH-SOURCE-ID
007890         WRITE TRAN-BATCH-HDR-REC
007900         MOVE 'Y' TO NS-TRAN-OPEN-SWITCH
007910     END-IF.
007920     MOVE 'S' TO TOUT-ACTION-CODE.
007930     MOVE ACCT-FIELDS TO TOUT-MASTER-IMAGE.
007940     WRITE TRAN-OUT-REC.
007950     ADD 1 TO NS-TRAN-BATCH-COUNT.
007960     ADD ACCT-LIMIT TO NS-TRAN-BATCH-HASH.
007970     ADD 1 TO NS-SUSPEND-COUNT.
007980 2550-EXIT.
007990     EXIT.
008000*
008010*****************************************************************
008020* 2600-WRITE-REGISTER-LINE - LIST ONE REVERSED RETURN ON THE
008030* REGISTER.
008040*****************************************************************
008050 2600-WRITE-REGISTER-LINE.
008060     MOVE SPACES TO REG-DETAIL-LINE.
008070     MOVE RTN-BANK-REF     TO REGD-BANK-REF-O.
008080     MOVE RTN-ACCT-NO      TO REGD-ACCT-NO-O.
008090     MOVE NS-ORIG-DATE     TO REGD-PAID-DATE-O.
008100     MOVE RTN-RETURN-DATE  TO REGD-RTN-DATE-O.
008110     MOVE RTN-AMOUNT       TO REGD-AMOUNT-O.
008120     MOVE NS-FEE-AMOUNT    TO REGD-FEE-O.
008130     MOVE NS-REGISTER-NOTE TO REGD-NOTE-O.
008140     PERFORM 2640-CHECK-REG-PAGE
008150         THRU 2640-EXIT.
008160     WRITE REG-DETAIL-LINE.
008170     ADD 1 TO NS-REG-LINE-COUNT.
008180 2600-EXIT.
008190     EXIT.
008200*
008210*****************************************************************
008220* 2640-CHECK-REG-PAGE - BREAK THE REGISTER TO A NEW PAGE WHEN THE
008230* CURRENT ONE IS FULL.
008240*****************************************************************
008250 2640-CHECK-REG-PAGE.
008260     IF NS-REG-LINE-COUNT >= NS-PAGE-LIMIT
008270         PERFORM 2650-WRITE-REG-HEADING
008280             THRU 2650-EXIT
008290     END-IF.
008300 2640-EXIT.
008310     EXIT.
008320*
008330*****************************************************************
008340* 2650-WRITE-REG-HEADING - WRITE THE REGISTER HEADING BLOCK
008350* (REPORT NAME, RUN DATE, PAGE NUMBER) AND THE COLUMN TITLES AT
008360* THE TOP OF A PAGE.
008370*****************************************************************
008380 2650-WRITE-REG-HEADING.
008390     ADD 1 TO NS-REG-PAGE-NO.
008400     MOVE SPACES TO REG-PAGE-HDR-LINE.
008410     MOVE "RETURNED ITEMS REVERSED AS OF " TO
008420         REG-PAGE-HDR-LINE(1:30).
008430     MOVE NS-RUN-DATE TO REGH-DATE-O.
008440     MOVE "   PAGE" TO REG-PAGE-HDR-LINE(39:7).
008450     MOVE NS-REG-PAGE-NO TO REGH-PAGE-O.
008460     WRITE REG-PAGE-HDR-LINE.
008470     MOVE SPACES TO REG-COLUMN-LINE.
008480     MOVE "BANK REF"   TO REG-COLUMN-LINE(1:8).
008490     MOVE "ACCOUNT"    TO REG-COLUMN-LINE(14:7).
008500     MOVE "PAID ON"    TO REG-COLUMN-LINE(23:7).
008510     MOVE "RETURNED"   TO REG-COLUMN-LINE(32:8).
008520     MOVE "REVERSED"   TO REG-COLUMN-LINE(47:8).
008530     MOVE "FEE"        TO REG-COLUMN-LINE(62:3).
008540     MOVE "NOTE"       TO REG-COLUMN-LINE(67:4).
008550     WRITE REG-COLUMN-LINE.
008560     MOVE 2 TO NS-REG-LINE-COUNT.
008570 2650-EXIT.
008580     EXIT.
008590*
008600*****************************************************************
008610* 2700-WRITE-EXCEPTION - LIST ONE RETURN ON THE EXCEPTION LIST
008620* WITH THE REASON IT COULD NOT BE REVERSED.
008630*****************************************************************
008640 2700-WRITE-EXCEPTION.
008650     MOVE SPACES TO EXC-DETAIL-LINE.
008660     MOVE RTN-BANK-REF TO EXCD-BANK-REF-O.
008670     MOVE RTN-ACCT-NO  TO EXCD-ACCT-NO-O.
008680     IF RTN-AMOUNT NUMERIC
008690         MOVE RTN-AMOUNT TO EXCD-AMOUNT-O
008700         ADD RTN-AMOUNT TO NS-EXCEPTION-TOTAL
008710     END-IF.
008720     IF RTN-RETURN-DATE NUMERIC
008730         MOVE RTN-RETURN-DATE TO EXCD-RTN-DATE-O
008740     END-IF.
008750     MOVE RTN-REASON TO EXCD-BANK-REASON-O.
008760     MOVE NS-EXCEPTION-REASON TO EXCD-REASON-O.
008770     PERFORM 2740-CHECK-EXC-PAGE
008780         THRU 2740-EXIT.
008790     WRITE EXC-DETAIL-LINE.
008800     ADD 1 TO NS-EXC-LINE-COUNT.
008810     ADD 1 TO NS-EXCEPTION-COUNT.
008820     MOVE SPACES TO NS-EXCEPTION-REASON.
008830 2700-EXIT.
008840     EXIT.
008850*
008860*****************************************************************
008870* 2740-CHECK-EXC-PAGE - BREAK THE EXCEPTION LIST TO A NEW PAGE
008880* WHEN THE CURRENT ONE IS FULL.
008890*****************************************************************
008900 2740-CHECK-EXC-PAGE.
008910     IF NS-EXC-LINE-COUNT >= NS-PAGE-LIMIT
008920         PERFORM 2750-WRITE-EXC-HEADING
008930             THRU 2750-EXIT
008940     END-IF.
008950 2740-EXIT.
008960     EXIT.
008970*
008980*****************************************************************
008990* 2750-WRITE-EXC-HEADING - WRITE THE EXCEPTION LIST HEADING BLOCK
009000* AND THE COLUMN TITLES AT THE TOP OF A PAGE.
009010*****************************************************************
009020 2750-WRITE-EXC-HEADING.
009030     ADD 1 TO NS-EXC-PAGE-NO.
009040     MOVE SPACES TO EXC-PAGE-HDR-LINE.
009050     MOVE "UNMATCHED RETURNED ITEMS AS OF " TO
009060         EXC-PAGE-HDR-LINE(1:31).
009070     MOVE NS-RUN-DATE TO EXCH-DATE-O.
009080     MOVE "   PAGE" TO EXC-PAGE-HDR-LINE(40:7).
009090     MOVE NS-EXC-PAGE-NO TO EXCH-PAGE-O.
009100     WRITE EXC-PAGE-HDR-LINE.
009110     MOVE SPACES TO EXC-COLUMN-LINE.
009120     MOVE "BANK REF"    TO EXC-COLUMN-LINE(1:8).
009130     MOVE "ACCOUNT"     TO EXC-COLUMN-LINE(14:7).
009140     MOVE "AMOUNT"      TO EXC-COLUMN-LINE(29:6).
009150     MOVE "RETURNED"    TO EXC-COLUMN-LINE(37:8).
009160     MOVE "BANK REASON" TO EXC-COLUMN-LINE(46:11).
009170     MOVE "EXCEPTION"   TO EXC-COLUMN-LINE(67:9).
009180     WRITE EXC-COLUMN-LINE.
009190     MOVE 2 TO NS-EXC-LINE-COUNT.
009200 2750-EXIT.
009210     EXIT.
009220*
009230*****************************************************************
009240* 2800-DATE-TO-DAYS - TURN A YYYYMMDD DATE IN NS-DATE-IN INTO A
009250* RUNNING DAY COUNT IN NS-DAYS-OUT SO TWO DATES CAN BE
009260* SUBTRACTED. LEAP YEARS ARE COUNTED THROUGH THE PRIOR YEAR, AND
009270* FEBRUARY 29 OF THE DATE'S OWN YEAR IS ADDED AFTER FEBRUARY. A
009280* DATE THAT IS NOT A DATE, INCLUDING A DAY PAST THE END OF ITS
009290* MONTH, COMES BACK AS ZERO.
009300*****************************************************************
009310 2800-DATE-TO-DAYS.
009320     MOVE ZERO TO NS-DAYS-OUT.
009330     IF NS-DATE-IN NOT NUMERIC
009340             OR NS-DATE-YYYY = ZERO
009350             OR NS-DATE-MM < 1 OR NS-DATE-MM > 12
009352             OR NS-DATE-DD < 1
009353         GO TO 2800-EXIT
009355     END-IF.
009357     MOVE 'N' TO NS-LEAP-YEAR-SWITCH.
009359     DIVIDE NS-DATE-YYYY BY 4 GIVING NS-WORK-Q4
009360         REMAINDER NS-WORK-R4.
009362     DIVIDE NS-DATE-YYYY BY 100 GIVING NS-WORK-Q100
009364         REMAINDER NS-WORK-R100.
009366     DIVIDE NS-DATE-YYYY BY 400 GIVING NS-WORK-Q400
009367         REMAINDER NS-WORK-R400.
009369     IF NS-WORK-R4 = ZERO
009371             AND (NS-WORK-R100 NOT = ZERO
009373                  OR NS-WORK-R400 = ZERO)
009374         MOVE 'Y' TO NS-LEAP-YEAR-SWITCH
009376     END-IF.
009378     MOVE NS-MONTH-DAYS(NS-DATE-MM) TO NS-DAYS-IN-MONTH.
009380     IF NS-DATE-MM = 2 AND LEAP-YEAR
009381         MOVE 29 TO NS-DAYS-IN-MONTH
009383     END-IF.
009385     IF NS-DATE-DD > NS-DAYS-IN-MONTH
009387         GO TO 2800-EXIT
009388     END-IF.
009390     COMPUTE NS-WORK-YM1 = NS-DATE-YYYY - 1.
009400     DIVIDE NS-WORK-YM1 BY 4 GIVING NS-WORK-Q4
009410         REMAINDER NS-WORK-R4.
009420     DIVIDE NS-WORK-YM1 BY 100 GIVING NS-WORK-Q100
009430         REMAINDER NS-WORK-R100.
009440     DIVIDE NS-WORK-YM1 BY 400 GIVING NS-WORK-Q400
009450         REMAINDER NS-WORK-R400.
009460     COMPUTE NS-WORK-LEAPS =
009470         NS-WORK-Q4 - NS-WORK-Q100 + NS-WORK-Q400.
009480     COMPUTE NS-DAYS-OUT =
009490         (NS-WORK-YM1 * 365) + NS-WORK-LEAPS
009500         + NS-MONTH-START(NS-DATE-MM) + NS-DATE-DD.
009543     IF NS-DATE-MM > 2 AND LEAP-YEAR
009586         ADD 1 TO NS-DAYS-OUT
009630     END-IF.
009640 2800-EXIT.
009650     EXIT.
009660*
009670*****************************************************************
009680* 3000-FINALIZE - CLOSE THE PAYMENT BATCH WITH ITS TRAILER, CLOSE
009690* ANY SUSPENSION BATCH THE SAME WAY, WRITE THE REPORT TOTALS AND
009700* DISPLAY THE RUN TOTALS.
009710*****************************************************************
009720 3000-FINALIZE.
009730     IF INTAKE-FILES-OPEN
009740         MOVE SPACES TO PMT-BATCH-TRL-REC
009750         MOVE 'T' TO PBT-REC-CODE
009760         MOVE NS-BATCH-COUNT TO PBT-RECORD-COUNT
009770         MOVE NS-BATCH-HASH TO PBT-HASH-TOTAL
009780         WRITE PMT-BATCH-TRL-REC
009790         IF SUSPEND-BATCH-OPEN
009800             MOVE SPACES TO TRAN-BATCH-TRL-REC
009810             MOVE 'T' TO TBT-REC-CODE
009820             MOVE NS-TRAN-BATCH-COUNT TO TBT-RECORD-COUNT
009830             MOVE NS-TRAN-BATCH-HASH TO TBT-HASH-TOTAL
009840             WRITE TRAN-BATCH-TRL-REC
009850             CLOSE TRAN-OUT
009860         END-IF
009870         PERFORM 3100-WRITE-REPORT-TOTALS
009880             THRU 3100-EXIT
009890         CLOSE RETURN-IN
009900         CLOSE ACCT-REC
009910         IF HIST-FILE-ON-HAND
009920             CLOSE HIST-FILE
009930         END-IF
009940         CLOSE PMT-OUT
009950         CLOSE REGISTER-FILE
009960         CLOSE EXCEPTION-FILE
009970     END-IF.
009980     DISPLAY "ACCTNSF RUN TOTALS -".
009990     DISPLAY "  ITEMS REVERSED    : " NS-REVERSED-COUNT.
010000     DISPLAY "  FEES RAISED       : " NS-FEE-COUNT.
010010     DISPLAY "  FLAGGED TO SUSPEND: " NS-SUSPEND-COUNT.
010020     DISPLAY "  EXCEPTIONS        : " NS-EXCEPTION-COUNT.
010030 3000-EXIT.
010040     EXIT.
010050*
010060*****************************************************************
010070* 3100-WRITE-REPORT-TOTALS - WRITE THE CONTROL TOTALS AND THE
010080* END-OF-REPORT MARKER ON THE REGISTER AND THE EXCEPTION LIST.
010090*****************************************************************
010100 3100-WRITE-REPORT-TOTALS.
010110     PERFORM 2640-CHECK-REG-PAGE
010120         THRU 2640-EXIT.
010130     MOVE SPACES TO REG-TOTAL-LINE.
010140     MOVE "ITEMS REVERSED        : " TO REGT-LABEL-O.
010150     MOVE NS-REVERSED-COUNT TO REGT-COUNT-O.
010160     MOVE "TOTAL AMOUNT : " TO REGT-AMOUNT-LBL-O.
010170     MOVE NS-REVERSED-TOTAL TO REGT-AMOUNT-O.
010180     WRITE REG-TOTAL-LINE.
010190     ADD 1 TO NS-REG-LINE-COUNT.
010200     PERFORM 2640-CHECK-REG-PAGE
010210         THRU 2640-EXIT.
010220     MOVE SPACES TO REG-TOTAL-LINE.
010230     MOVE "FEES RAISED           : " TO REGT-LABEL-O.
010240     MOVE NS-FEE-COUNT TO REGT-COUNT-O.
010250     MOVE "TOTAL FEES   : " TO REGT-AMOUNT-LBL-O.
010260     MOVE NS-FEE-TOTAL TO REGT-AMOUNT-O.
010270     WRITE REG-TOTAL-LINE.
010280     ADD 1 TO NS-REG-LINE-COUNT.
010290     PERFORM 2640-CHECK-REG-PAGE
010300         THRU 2640-EXIT.
010310     MOVE SPACES TO REG-TOTAL-LINE.
010320     MOVE "FLAGGED FOR SUSPENSION: " TO REGT-LABEL-O.
010330     MOVE NS-SUSPEND-COUNT TO REGT-COUNT-O.
010340     WRITE REG-TOTAL-LINE.
010350     ADD 1 TO NS-REG-LINE-COUNT.
010360     MOVE SPACES TO REG-MARKER-LINE.
010370     MOVE "*** END OF REPORT ***" TO REG-MARKER-LINE.
010380     WRITE REG-MARKER-LINE.
010390     PERFORM 2740-CHECK-EXC-PAGE
010400         THRU 2740-EXIT.
010410     MOVE SPACES TO EXC-TOTAL-LINE.
010420     MOVE "ITEMS NOT REVERSED    : " TO EXCT-LABEL-O.
010430     MOVE NS-EXCEPTION-COUNT TO EXCT-COUNT-O.
010440     MOVE "TOTAL HELD   : " TO EXCT-AMOUNT-LBL-O.
010450     MOVE NS-EXCEPTION-TOTAL TO EXCT-AMOUNT-O.
010460     WRITE EXC-TOTAL-LINE.
010470     ADD 1 TO NS-EXC-LINE-COUNT.
010480     MOVE SPACES TO EXC-MARKER-LINE.
010490     MOVE "*** END OF REPORT ***" TO EXC-MARKER-LINE.
010500     WRITE EXC-MARKER-LINE.
010510 3100-EXIT.
010520     EXIT.
